      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Closes a financial period on period-control.txt once it is
      *> proved to balance, so a late job can no longer post into a
      *> month whose VAT return has been filed.  actionParm C closes
      *> periodParm (yyyymm; zero means last month), R reopens it.
      *> A close runs the controlTotalsBalance identities over every
      *> control-totals.txt row dated in the month - records priced
      *> plus deferred equal read, fees invoiced plus held equal
      *> extracted plus released, and the AR roll-forward from the
      *> last balance before the month to the last one in it - and
      *> ties the VAT return to the ledger: the net the invoice
      *> register carries for the month (invoices, interest and
      *> credit notes, the figure vatReturnReport files) must equal
      *> fees invoiced plus interest raised plus fees credited.
      *> Only a period that passes every check is closed, the VAT
      *> return totals frozen on its row; a period still open before
      *> it, or a month not yet over, is refused.  Reopening requires
      *> the supervisor level writeOffRun does (level "S" on
      *> operator-permissions.txt).  Every attempt, passed or
      *> refused, is written to period-audit.txt with the operator,
      *> and the checks land on period-close-report.txt.  Once a
      *> period is closed invoiceGeneration, creditNoteRun,
      *> paymentPosting, interestAssessment and writeOffRun refuse
      *> to post into it.
       program-id. periodClose as "periodClose".

       environment division.
       input-output section.
       file-control.
           select optional periodFile
           assign to ".\period-control.txt"
           organization is line sequential
           file status is fs-period.

           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential
           file status is fs-ledger.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

      *> every close and reopen attempt - appended to, never
      *> replaced
           select optional auditFile
           assign to ".\period-audit.txt"
           organization is line sequential.

           select reportFile assign to ".\period-close-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd periodFile.
       01 periodRec.
       copy "periodcontrol.cpy".

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
           03 filler     pic x(1) value space.
           03 le-date    pic 9(8).
           03 filler     pic x(1) value space.
           03 le-amount  pic s9(11)v99 sign leading separate.
           03 filler     pic x(1) value space.
           03 le-count   pic 9(9).

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

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       fd auditFile.
       01 auditLine.
           03 pa-timestamp pic x(14).
           03 filler       pic x(1) value space.
           03 pa-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 pa-action    pic x(1).
           03 filler       pic x(1) value space.
           03 pa-period    pic 9(6).
           03 filler       pic x(1) value space.
           03 pa-result    pic x(40).

       fd reportFile.
       01 reportLine pic x(80).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-period     pic x(2).
       01 fs-ledger     pic x(2).
       01 fs-register   pic x(2).
       01 fs-permission pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunDateView redefines wsRunDate.
           03 wsRunYyyy pic 9(4).
           03 wsRunMm   pic 9(2).
           03 wsRunDd   pic 9(2).
       01 wsRunTime pic 9(8).
       01 wsPeriod pic 9(6).
       01 wsPeriodView redefines wsPeriod.
           03 wsPeriodYyyy pic 9(4).
           03 wsPeriodMm   pic 9(2).
       01 wsPeriodStart pic 9(8).
       01 wsPeriodEnd   pic 9(8).
       01 wsOperatorLevel pic x(1) value "O".
       01 wsResult pic x(40).
       01 wsRowDate pic 9(8).
      *> the period calendar held while it is worked and rewritten
       01 periodTable.
           03 periodEntry occurs 240 times.
               05 pt-row pic x(50).
       01 periodCount pic 9(9) comp-5 value 0.
       01 wsEarlierOpen pic x(1) value "N".
      *> the month's ledger terms
       01 readCount     pic 9(9) comp-5 value 0.
       01 pricedCount   pic 9(9) comp-5 value 0.
       01 deferredCount pic 9(9) comp-5 value 0.
       01 extractedFees  pic s9(13)v99 comp-3 value 0.
       01 invoicedFees   pic s9(13)v99 comp-3 value 0.
       01 heldFees       pic s9(13)v99 comp-3 value 0.
       01 releasedFees   pic s9(13)v99 comp-3 value 0.
       01 creditedFees   pic s9(13)v99 comp-3 value 0.
       01 invoicedTotal  pic s9(13)v99 comp-3 value 0.
       01 interestRaised pic s9(13)v99 comp-3 value 0.
       01 planPosted     pic s9(13)v99 comp-3 value 0.
       01 creditsTotal   pic s9(13)v99 comp-3 value 0.
       01 paymentsPosted pic s9(13)v99 comp-3 value 0.
       01 writtenOff     pic s9(13)v99 comp-3 value 0.
       01 monthRows pic 9(9) comp-5 value 0.
       01 prevArBalance pic s9(13)v99 comp-3 value 0.
       01 prevArDate    pic 9(8) value 0.
       01 wsPrevArSeen  pic x(1) value "N".
       01 endArBalance  pic s9(13)v99 comp-3 value 0.
       01 endArDate     pic 9(8) value 0.
       01 wsEndArSeen   pic x(1) value "N".
       01 wsExpectedAr  pic s9(13)v99 comp-3 value 0.
      *> the register's VAT return totals for the month
       01 vatNet    pic s9(13)v99 comp-3 value 0.
       01 vatAmount pic s9(13)v99 comp-3 value 0.
       01 ledgerNet pic s9(13)v99 comp-3 value 0.
       01 wsFailures pic 9(4) comp-5 value 0.
       01 reportHeading.
           03 filler      pic x(14) value "PERIOD CLOSE  ".
           03 rh-period   pic 9(6).
           03 filler      pic x(5) value "  BY ".
           03 rh-operator pic x(8).
       01 identityLine.
           03 id-label  pic x(44).
           03 id-result pic x(14).
       01 amountLine.
           03 al-label  pic x(30).
           03 al-amount pic -(11)9.99.

       linkage section.
      *> who is closing or reopening - reopening needs "S"
       01 operatorParm pic x(8).
      *> C close, R reopen
       01 actionParm pic x(1).
      *> yyyymm - zero means last month
       01 periodParm pic 9(6).

       procedure division using operatorParm actionParm periodParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           if periodParm = 0
               move wsRunYyyy to wsPeriodYyyy
               move wsRunMm to wsPeriodMm
               if wsPeriodMm = 1
                   move 12 to wsPeriodMm
                   subtract 1 from wsPeriodYyyy
               else
                   subtract 1 from wsPeriodMm
               end-if
           else
               move periodParm to wsPeriod
           end-if
           compute wsPeriodStart = wsPeriod * 100 + 1
      *> month end is the day before the first of the next month
           compute wsRowDate = function date-of-integer
               (function integer-of-date(wsPeriodStart) + 31)
           move 01 to wsRowDate(7:2)
           compute wsPeriodEnd = function date-of-integer
               (function integer-of-date(wsRowDate) - 1)

           perform 0500-load-periods
           evaluate actionParm
               when "C"
                   perform 1000-close-period
               when "R"
                   perform 2000-reopen-period
               when other
                   move "unknown action - nothing done" to wsResult
           end-evaluate
           perform 9000-write-audit

           display "period " wsPeriod ": " wsResult
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-load-periods section.
           move 0 to periodCount
           move 0 to matchSub
           move "N" to wsEarlierOpen
           open input periodFile
           if fs-period = "00"
               perform until eof = "Y"
                   read periodFile
                       at end
                           move "Y" to eof
                       not at end
                           if periodCount < 240
                               add 1 to periodCount
                               move periodRec to pt-row(periodCount)
                               if pcPeriod = wsPeriod
                                   move periodCount to matchSub
                               end-if
                               if pcPeriod < wsPeriod
                                  and pcStatus not = "C"
                                   move "Y" to wsEarlierOpen
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close periodFile
           move "N" to eof
           .

       0600-check-supervisor section.
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

       1000-close-period section.
           if matchSub > 0
               move pt-row(matchSub) to periodRec
           end-if
           evaluate true
               when matchSub > 0 and pcStatus = "C"
                   move "already closed - nothing done" to wsResult
               when wsPeriodEnd >= wsRunDate
                   move "month not over - refused" to wsResult
               when wsEarlierOpen = "Y"
                   move "an earlier period is still open - refused"
                       to wsResult
               when other
                   perform 1100-prove-period
                   if wsFailures = 0
                       perform 1500-mark-closed
                       move "CLOSED" to wsResult
                   else
                       move "out of balance - refused" to wsResult
                   end-if
           end-evaluate
           .

       1100-prove-period section.
           move 0 to wsFailures
           perform 1200-gather-ledger
           perform 1300-sum-register
           open output reportFile
           move wsPeriod to rh-period
           move operatorParm to rh-operator
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine

           move spaces to identityLine
           move "records priced + deferred = read" to id-label
           if pricedCount + deferredCount = readCount
               move "BALANCED" to id-result
           else
               move "OUT-OF-BALANCE" to id-result
               add 1 to wsFailures
           end-if
           write reportLine from identityLine

           move spaces to identityLine
           move "fees invoiced+held = extracted+released"
               to id-label
           if invoicedFees + heldFees = extractedFees + releasedFees
               move "BALANCED" to id-result
           else
               move "OUT-OF-BALANCE" to id-result
               add 1 to wsFailures
           end-if
           write reportLine from identityLine

      *> the roll-forward chained over the month - the balance
      *> before it plus everything raised less everything collected
      *> must land on the month's last balance
           move spaces to identityLine
           move "AR roll-forward over the month" to id-label
           evaluate true
               when wsEndArSeen not = "Y" and monthRows = 0
                   move "NO POSTINGS" to id-result
               when wsEndArSeen not = "Y"
                   move "NO AR ROW" to id-result
                   add 1 to wsFailures
               when wsPrevArSeen not = "Y"
                   move "ANCHORED" to id-result
               when other
                   compute wsExpectedAr
                       = prevArBalance + invoicedTotal
                       + interestRaised + planPosted
                       + creditsTotal - paymentsPosted
                       - writtenOff
                   if wsExpectedAr = endArBalance
                       move "BALANCED" to id-result
                   else
                       move "OUT-OF-BALANCE" to id-result
                       add 1 to wsFailures
                   end-if
           end-evaluate
           write reportLine from identityLine

      *> the VAT return's net is what the money jobs posted as fees
           compute ledgerNet = invoicedFees + interestRaised
               + creditedFees
           move spaces to identityLine
           move "VAT return net = ledger fees" to id-label
           if vatNet = ledgerNet
               move "BALANCED" to id-result
           else
               move "OUT-OF-BALANCE" to id-result
               add 1 to wsFailures
           end-if
           write reportLine from identityLine
           move spaces to reportLine
           write reportLine

           move spaces to amountLine
           move "VAT RETURN NET" to al-label
           move vatNet to al-amount
           write reportLine from amountLine
           move spaces to amountLine
           move "VAT RETURN VAT" to al-label
           move vatAmount to al-amount
           write reportLine from amountLine
           move spaces to amountLine
           move "LEDGER FEES" to al-label
           move ledgerNet to al-amount
           write reportLine from amountLine
           close reportFile
           .

       1200-gather-ledger section.
           move "N" to eof
           open input ledgerFile
           if fs-ledger = "00"
               perform until eof = "Y"
                   read ledgerFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1250-note-one-total
                   end-read
               end-perform
           end-if
           close ledgerFile
           move "N" to eof
           .

       1250-note-one-total section.
           if le-totalId = "AR-BALANCE"
              and le-date < wsPeriodStart
              and le-date >= prevArDate
               move le-date to prevArDate
               move le-amount to prevArBalance
               move "Y" to wsPrevArSeen
           end-if
           if le-date >= wsPeriodStart and le-date <= wsPeriodEnd
               add 1 to monthRows
               evaluate le-totalId
                   when "RECORDS-READ"
                       add le-count to readCount
                   when "RECORDS-PRICED"
                       add le-count to pricedCount
                   when "RECORDS-DEFERRED"
                       add le-count to deferredCount
                   when "FEES-EXTRACTED"
                       add le-amount to extractedFees
                   when "FEES-INVOICED"
                       add le-amount to invoicedFees
                   when "FEES-HELD"
                       add le-amount to heldFees
                   when "FEES-RELEASED"
                       add le-amount to releasedFees
                   when "FEES-CREDITED"
                       add le-amount to creditedFees
                   when "INVOICED-TOTAL"
                       add le-amount to invoicedTotal
                   when "INTEREST-RAISED"
                       add le-amount to interestRaised
                   when "PLAN-POSTED"
                       add le-amount to planPosted
                   when "CREDITS-TOTAL"
                       add le-amount to creditsTotal
                   when "PAYMENTS-POSTED"
                       add le-amount to paymentsPosted
                   when "FEES-WRITTEN-OFF"
                       add le-amount to writtenOff
                   when "AR-BALANCE"
      *> more than one posting run a day - the last balance wins
                       if le-date >= endArDate
                           move le-date to endArDate
                           move le-amount to endArBalance
                           move "Y" to wsEndArSeen
                       end-if
                   when other
                       continue
               end-evaluate
           end-if
           .

      *> invoice, interest and "CN" credit rows dated in the month,
      *> the rows vatReturnReport files - the TOTALS trailer drops
      *> out on the numeric tests
       1300-sum-register section.
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
                               if wsRowDate >= wsPeriodStart
                                  and wsRowDate <= wsPeriodEnd
                                   compute vatNet = vatNet
                                       + function numval(rg-fee)
                                   compute vatAmount = vatAmount
                                       + function numval(rg-vat)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close registerFile
           move "N" to eof
           .

       1500-mark-closed section.
           if matchSub = 0
               add 1 to periodCount
               move periodCount to matchSub
           end-if
           move wsPeriod to pcPeriod
           move "C" to pcStatus
           move wsRunDate to pcClosedDate
           move operatorParm to pcClosedBy
           move vatNet to pcVatNet
           move vatAmount to pcVatAmount
           move periodRec to pt-row(matchSub)
           perform 3000-rewrite-periods
           .

       2000-reopen-period section.
           perform 0600-check-supervisor
           evaluate true
               when wsOperatorLevel not = "S"
                   move "not a supervisor - reopen refused"
                       to wsResult
               when matchSub = 0
                   move "not closed - nothing done" to wsResult
               when other
                   move pt-row(matchSub) to periodRec
                   if pcStatus not = "C"
                       move "not closed - nothing done" to wsResult
                   else
                       move "O" to pcStatus
                       move wsRunDate to pcClosedDate
                       move operatorParm to pcClosedBy
                       move periodRec to pt-row(matchSub)
                       perform 3000-rewrite-periods
                       move "REOPENED" to wsResult
                   end-if
           end-evaluate
           .

      *> the calendar is small - rewritten whole, in period order as
      *> it was read, a new period appended at the end
       3000-rewrite-periods section.
           open output periodFile
           move 1 to sub
           perform until sub > periodCount
               move pt-row(sub) to periodRec
               write periodRec
               add 1 to sub
           end-perform
           close periodFile
           .

       9000-write-audit section.
           accept wsRunTime from time
           open extend auditFile
           move spaces to auditLine
           move wsRunDate to pa-timestamp(1:8)
           move wsRunTime(1:6) to pa-timestamp(9:6)
           move operatorParm to pa-operator
           move actionParm to pa-action
           move wsPeriod to pa-period
           move wsResult to pa-result
           write auditLine
           close auditFile
           .

       end program periodClose.
