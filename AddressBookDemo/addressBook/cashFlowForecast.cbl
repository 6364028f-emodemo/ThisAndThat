      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Thirteen-week cash-flow forecast, so Monday's question to
      *> finance - what cash do we expect, and when - is answered
      *> from the receivables on file instead of gut feel.  Every
      *> open balance on the receivables master (instalments
      *> installmentSchedule posted included - each carries its own
      *> due date) is placed in the week it is expected to be paid:
      *> its due date pushed out by the contact's average days late,
      *> worked from payment-history.txt as the days between each
      *> payment and the due date of the invoice it paid (early
      *> payment counts as on time; no history, no adjustment).
      *> Balances already past due are shown as overdue rather than
      *> forecast, and every balance on a plan planStatusReport would
      *> call COLLAPSED (two or more periods due and unpaid, worked
      *> the same way off installment-plans.txt) is shown as at risk
      *> instead of expected.  Weeks, beyond thirteen weeks, overdue,
      *> and at risk add back to the open balance the report closes
      *> with.  Written-off balances left the cycle and are not
      *> forecast.
       program-id. cashFlowForecast as "cashFlowForecast".

       environment division.
       input-output section.
       file-control.
           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional planFile
           assign to ".\installment-plans.txt"
           organization is line sequential
           file status is fs-plan.

           select reportFile assign to ".\cash-flow-forecast.txt"
           organization is line sequential.

       data division.
       file section.
       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

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

       fd planFile.
       01 planLine.
           03 pl-planNo    pic 9(9).
           03 filler       pic x(1).
           03 pl-recordId  pic 9(9).
           03 filler       pic x(1).
           03 pl-periodNo  pic 9(3).
           03 filler       pic x(1).
           03 pl-dueDate   pic 9(8).
           03 filler       pic x(1).
           03 pl-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 pl-amount    pic 9(9).

       fd reportFile.
       01 reportLine pic x(80).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-master     pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-plan       pic x(2).
       78 forecastWeeks value 13.
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsDueDayNumber pic 9(9) comp-5.
       01 wsExpectedDayNumber pic 9(9) comp-5.
       01 wsPaidDayNumber pic 9(9) comp-5.
       01 wsDaysLate pic s9(9) comp-5.
       01 wsAverageLate pic 9(9) comp-5.
       01 wsWeek pic 9(9) comp-5.
       01 wsBalance pic s9(9) comp-5.
       01 wsCollapsed pic x(1) value "N".
      *> each contact's payment lateness, summed over its payments
       01 lateTable.
           03 lateEntry occurs 5000 times.
               05 lt-recordId pic 9(9) comp-5.
               05 lt-days     pic 9(9) comp-5.
               05 lt-count    pic 9(9) comp-5.
       01 lateCount pic 9(9) comp-5 value 0.
      *> which plan each instalment invoice belongs to, and how far
      *> behind each plan is - planStatusReport's tally
       01 planRowTable.
           03 planRowEntry occurs 5000 times.
               05 pr-invoiceNo pic 9(9) comp-5.
               05 pr-planSub   pic 9(9) comp-5.
       01 planRowCount pic 9(9) comp-5 value 0.
       01 planTable.
           03 planEntry occurs 500 times.
               05 pt-planNo pic 9(9) comp-5.
               05 pt-behind pic 9(3) comp-5.
       01 planCount pic 9(9) comp-5 value 0.
       01 weekTable.
           03 weekEntry occurs 13 times.
               05 wk-count  pic 9(9) comp-5.
               05 wk-amount pic 9(11) comp-5.
       01 beyondCount  pic 9(9) comp-5 value 0.
       01 beyondAmount pic 9(11) comp-5 value 0.
       01 overdueCount  pic 9(9) comp-5 value 0.
       01 overdueAmount pic 9(11) comp-5 value 0.
       01 atRiskCount  pic 9(9) comp-5 value 0.
       01 atRiskAmount pic 9(11) comp-5 value 0.
       01 expectedAmount pic 9(11) comp-5 value 0.
       01 openCount  pic 9(9) comp-5 value 0.
       01 openAmount pic 9(11) comp-5 value 0.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 reportTitle.
           03 filler   pic x(30) value "CASH-FLOW FORECAST AS OF ".
           03 rt-date  pic 9(8).
       01 reportHeading.
           03 filler pic x(6)  value "WEEK".
           03 filler pic x(9)  value "FROM".
           03 filler pic x(9)  value "TO".
           03 filler pic x(11) value "INVOICES".
           03 filler pic x(14) value "EXPECTED".
       01 weekLine.
           03 wl-week     pic z(3)9.
           03 filler      pic x(2) value spaces.
           03 wl-from     pic 9(8).
           03 filler      pic x(1) value space.
           03 wl-to       pic 9(8).
           03 filler      pic x(1) value space.
           03 wl-count    pic z(8)9.
           03 filler      pic x(2) value spaces.
           03 wl-amount   pic z(9)9.99.
       01 totalLine.
           03 tl-label  pic x(30).
           03 tl-count  pic z(8)9.
           03 filler    pic x(2) value spaces.
           03 tl-amount pic z(9)9.99.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)
           initialize weekTable

           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master
               goback
           end-if
           perform 1000-load-plans
           perform 2000-load-lateness

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
                       if wsBalance > 0
                          and rmStatus of receivableRec not = "W"
                           perform 3000-forecast-one-invoice
                       end-if
               end-read
           end-perform
           close receivablesFile

           perform 4000-write-report

           display "open invoices:      " openCount
           display "expected 13 weeks:  " expectedAmount
           display "overdue:            " overdueAmount
           display "at risk:            " atRiskAmount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> an instalment due and unpaid (or missing from the master)
      *> puts its plan one further behind - two or more is COLLAPSED
       1000-load-plans section.
           move "N" to eof
           open input planFile
           if fs-plan = "00"
               perform until eof = "Y"
                   read planFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1100-tally-one-period
                   end-read
               end-perform
           end-if
           close planFile
           move "N" to eof
           .

       1100-tally-one-period section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > planCount
               if pt-planNo(sub) = pl-planNo
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and planCount < 500
               add 1 to planCount
               move planCount to matchSub
               move pl-planNo to pt-planNo(matchSub)
               move 0 to pt-behind(matchSub)
           end-if
           if matchSub > 0 and planRowCount < 5000
               add 1 to planRowCount
               move pl-invoiceNo to pr-invoiceNo(planRowCount)
               move matchSub to pr-planSub(planRowCount)
               if pl-dueDate <= wsRunDate
                   move pl-invoiceNo to rmInvoiceNo of receivableRec
                   read receivablesFile
                       key is rmInvoiceNo of receivableRec
                       invalid key
                           add 1 to pt-behind(matchSub)
                       not invalid key
                           if rmStatus of receivableRec = "O"
                              and rmPaid of receivableRec
                                   < rmDue of receivableRec
                               add 1 to pt-behind(matchSub)
                           end-if
                   end-read
               end-if
           end-if
           .

      *> every payment row against an invoice still on the master -
      *> the days between the money arriving and the invoice's due
      *> date, early counted as zero, summed per contact
       2000-load-lateness section.
           move "N" to eof
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-type = "P"
                               perform 2100-weigh-one-payment
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           .

       2100-weigh-one-payment section.
           move ph-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   perform 2200-compute-due-day
                   compute wsPaidDayNumber
                       = function integer-of-date(ph-date)
                   compute wsDaysLate
                       = wsPaidDayNumber - wsDueDayNumber
                   if wsDaysLate < 0
                       move 0 to wsDaysLate
                   end-if
                   move 0 to matchSub
                   move 1 to sub
                   perform until sub > lateCount
                       if lt-recordId(sub)
                           = rmRecordId of receivableRec
                           move sub to matchSub
                       end-if
                       add 1 to sub
                   end-perform
                   if matchSub = 0 and lateCount < 5000
                       add 1 to lateCount
                       move lateCount to matchSub
                       move rmRecordId of receivableRec
                           to lt-recordId(matchSub)
                       move 0 to lt-days(matchSub)
                       move 0 to lt-count(matchSub)
                   end-if
                   if matchSub > 0
                       add wsDaysLate to lt-days(matchSub)
                       add 1 to lt-count(matchSub)
                   end-if
           end-read
           .

      *> a zero due date (rows predating terms) reads as issue plus
      *> thirty, the way receivablesAging reads it
       2200-compute-due-day section.
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

       3000-forecast-one-invoice section.
           add 1 to openCount
           add wsBalance to openAmount
           move "N" to wsCollapsed
           move 1 to sub
           perform until sub > planRowCount
               if pr-invoiceNo(sub) = rmInvoiceNo of receivableRec
                   if pt-behind(pr-planSub(sub)) >= 2
                       move "Y" to wsCollapsed
                   end-if
               end-if
               add 1 to sub
           end-perform
           perform 2200-compute-due-day
           evaluate true
               when wsCollapsed = "Y"
                   add 1 to atRiskCount
                   add wsBalance to atRiskAmount
               when wsDueDayNumber < wsRunDayNumber
                   add 1 to overdueCount
                   add wsBalance to overdueAmount
               when other
                   perform 3100-place-in-week
           end-evaluate
           .

      *> the due date pushed out by the contact's average lateness
       3100-place-in-week section.
           move 0 to wsAverageLate
           move 1 to sub
           perform until sub > lateCount
               if lt-recordId(sub) = rmRecordId of receivableRec
                  and lt-count(sub) > 0
                   compute wsAverageLate
                       = lt-days(sub) / lt-count(sub)
               end-if
               add 1 to sub
           end-perform
           compute wsExpectedDayNumber
               = wsDueDayNumber + wsAverageLate
           compute wsWeek
               = (wsExpectedDayNumber - wsRunDayNumber) / 7 + 1
           if wsWeek > forecastWeeks
               add 1 to beyondCount
               add wsBalance to beyondAmount
           else
               add 1 to wk-count(wsWeek)
               add wsBalance to wk-amount(wsWeek)
               add wsBalance to expectedAmount
           end-if
           .

       4000-write-report section.
           open output reportFile
           move wsRunDate to rt-date
           write reportLine from reportTitle
           move spaces to reportLine
           write reportLine
           write reportLine from reportHeading
           move 1 to wsWeek
           perform until wsWeek > forecastWeeks
               move spaces to weekLine
               move wsWeek to wl-week
               compute wl-from = function date-of-integer
                   (wsRunDayNumber + (wsWeek - 1) * 7)
               compute wl-to = function date-of-integer
                   (wsRunDayNumber + wsWeek * 7 - 1)
               move wk-count(wsWeek) to wl-count
               compute wsAmountEdit = wk-amount(wsWeek) / 100
               move wsAmountEdit to wl-amount
               write reportLine from weekLine
               add 1 to wsWeek
           end-perform
           move spaces to reportLine
           write reportLine

           move spaces to totalLine
           move "EXPECTED IN 13 WEEKS" to tl-label
           compute wsAmountEdit = expectedAmount / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "EXPECTED LATER" to tl-label
           move beyondCount to tl-count
           compute wsAmountEdit = beyondAmount / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "ALREADY OVERDUE" to tl-label
           move overdueCount to tl-count
           compute wsAmountEdit = overdueAmount / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "AT RISK - COLLAPSED PLANS" to tl-label
           move atRiskCount to tl-count
           compute wsAmountEdit = atRiskAmount / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "TOTAL OPEN" to tl-label
           move openCount to tl-count
           compute wsAmountEdit = openAmount / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           close reportFile
           .

       end program cashFlowForecast.
