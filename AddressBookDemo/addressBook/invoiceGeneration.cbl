      *> which also carries the VAT rate), so numbering continues
      *> across runs.  Each extract line becomes a formatted invoice
      *> (fee, VAT, total) on the invoice print file plus one row in
      *> the invoice register, and each run's rows close with a
      *> totals row whose fee column must balance back to the summed
      *> fees of the extract consumed.  The register is appended to,
      *> the same as creditNoteRun and interestAssessment add their
      *> rows, so it holds every run - the journal, period close and
      *> the month's billing figures read it by date.
      *> Consecutive extract lines carrying a service code for the
      *> same contact are one customer's subscriptions - they make
      *> one invoice, with a body line per service (description from
      *> service-catalogue.txt, and the days covered when the month
      *> was prorated) above the summed service fee.  A metered
      *> usage line joins the group the same way, its body line
      *> showing the units billed, and so does a DISCNT line - the
      *> discount billingExtract applied, printed as a credit line
      *> with its promotion code and taken off the invoice's fee.
      *> A single-fee line followed by such lines for the same
      *> contact makes one invoice with them; on its own it
      *> invoices exactly as it always did.
      *> Before an invoice is cut the contact's credit is checked:
      *> anything owed in the oldest aging bucket (over 60 days past
      *> due), or open balances plus the new invoice above the limit
      *> on credit-limits.txt, puts the contact on credit hold - the
      *> invoice's billing lines are parked on held-billing.txt and
      *> listed on held-billing-report.txt instead of being
      *> invoiced, for a supervisor to release or cancel through
      *> heldBillingRelease.  Released holds are invoiced at the
      *> start of the next run without the check.  The register
      *> total therefore balances to the extract less the fees held
      *> plus the fees released, which are posted to the ledger as
      *> FEES-HELD and FEES-RELEASED.
      *> Every register row carries the operator named in the
      *> ADDRESSBOOK_OPERATOR environment variable, who ran the
      *> billing, for the segregation-of-duties checks.
       program-id. invoiceGeneration as "invoiceGeneration".

       environment division.
           select invoiceFile assign to ".\invoices.txt"
           organization is line sequential.

      *> service descriptions for the subscription lines
           select optional catalogueFile
           assign to ".\service-catalogue.txt"
           organization is line sequential
           file status is fs-catalogue.

      *> electronic delivery - contacts whose preference row asks
      *> for the E channel get their invoice on this spool, keyed
      *> by recordEmail, instead of the print file; a blank email
           assign to ".\edelivery-manifest.txt"
           organization is line sequential.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential.

      *> the credit check's inputs - the contact's limit (no row or
      *> a zero limit = no limit) and its open invoices, walked by
      *> the alternate recordId key
           select optional creditLimitFile
           assign to ".\credit-limits.txt"
           organization is indexed
           access is dynamic
           record key clRecordId of creditLimitRec
               with no duplicates
           file status is fs-limit.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> billing lines parked by the credit check, and the list of
      *> today's holds for the supervisor
           select optional heldFile
           assign to ".\held-billing.txt"
           organization is indexed
           access is dynamic
           record key hbKey of heldRec with no duplicates
           alternate record key hbRecordId of heldRec
               with duplicates
           file status is fs-held.

           select heldReportFile
           assign to ".\held-billing-report.txt"
           organization is line sequential.

      *> the maintenance interlock - while an exclusive utility's
      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

      *> the financial calendar periodClose keeps - a run dated
      *> into a closed period refuses to start
           select optional periodFile
           assign to ".\period-control.txt"
           organization is line sequential
           file status is fs-period.

       data division.
       file section.
       fd periodFile.
       01 periodRec.
       copy "periodcontrol.cpy".

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd extractFile.
       01 extractLine.
           03 ex-household pic x(5).
           03 filler       pic x(1).
           03 ex-members   pic x(3).
      *> service columns - the subscription the line bills and the
      *> days of the month it covered; spaces on a single-fee line
           03 filler        pic x(1).
           03 ex-service    pic x(6).
           03 filler        pic x(1).
           03 ex-activeDays pic x(2).
           03 filler        pic x(1).
           03 ex-periodDays pic x(2).
      *> units on a metered-usage line, spaces on any other
           03 filler        pic x(1).
           03 ex-quantity   pic x(5).
      *> a DISCNT line carries its promotion code over the days and
      *> quantity columns
       01 discountView redefines extractLine.
           03 filler        pic x(109).
           03 ex-promoCode  pic x(10).
           03 filler        pic x(1).

       fd catalogueFile.
       01 catalogueLine.
           03 sc-serviceCode pic x(6).
           03 filler         pic x(1).
           03 sc-description pic x(30).
           03 filler         pic x(1).
           03 sc-priceBasis  pic x(1).
           03 filler         pic x(1).
           03 sc-price       pic 9(7).

       fd controlFile.
       01 controlLine pic 9(9).
       01 invoiceLine pic x(80).

       fd registerFile.
       01 registerLine pic x(88).

       fd creditLimitFile.
       01 creditLimitRec.
       copy "creditlimit.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd heldFile.
       01 heldRec.
       copy "heldbilling.cpy".

       fd heldReportFile.
       01 heldReportLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsTermsDays pic 9(3) comp-5 value 0.
       01 wsDueDate pic 9(8).
       01 wsDueDayNumber pic 9(9) comp-5.
      *> the due date is worked by Calculator's date operations, so
      *> one landing on a weekend or bank holiday rolls forward the
      *> same way everywhere and the date work is on the log
       01 func pic 99.
       01 roundMode pic 99.
       01 wsDateArg pic s9(9)v99 comp-3.
       01 wsDateArg2 pic s9(9)v99 comp-3.
       01 wsDateResult pic s9(9)v99 comp-3.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
       01 invoiceDueLine.
           03 filler      pic x(14) value "DUE DATE:     ".
           03 idl-dueDate pic 9(8).
       01 fs-cityfile pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 wsOperator pic x(8).
       01 fs-period pic x(2).
       01 wsPeriodEof pic x(1) value "N".
       01 wsPeriodClosed pic x(1) value "N".
      *> the VAT rows loaded from vat-rates.txt - per line, a row
      *> naming the contact's region beats a blank-region row, and
      *> within a band the latest effective-from on or before the
       01 vatDayTotal   pic 9(11) comp-5 value 0.
       01 grandDayTotal pic 9(11) comp-5 value 0.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 fs-catalogue pic x(2).
       01 catalogueTable.
           03 catalogueEntry occurs 200 times.
               05 ca-serviceCode pic x(6).
               05 ca-description pic x(30).
       01 catalogueCount pic 9(9) comp-5 value 0.
       01 catSub pic 9(9) comp-5 value 1.
      *> the subscription lines gathered for the contact being
      *> invoiced - the group's first extract line is held whole,
      *> since the read that ends the group overwrites the record
       01 serviceGroupTable.
           03 serviceGroupEntry occurs 50 times.
               05 sg-service    pic x(6).
               05 sg-fee        pic 9(9) comp-5.
               05 sg-activeDays pic x(2).
               05 sg-periodDays pic x(2).
               05 sg-quantity   pic x(5).
               05 sg-rate       pic x(7).
               05 sg-promoCode  pic x(10).
       01 groupCount pic 9(9) comp-5 value 0.
       01 groupSub pic 9(9) comp-5 value 1.
       01 wsGroupRecordId pic x(9).
       01 wsGroupExtract pic x(120).
       01 wsHeldExtract  pic x(120).
       01 invoiceServiceLine.
           03 filler         pic x(2) value spaces.
           03 is-description pic x(30).
           03 filler         pic x(1) value space.
           03 is-days        pic x(12).
      *> signed - a discount prints as a credit
           03 is-fee         pic -(7)9.99.
       01 invoiceHeading.
           03 filler         pic x(8) value "INVOICE ".
           03 ih-invoiceNo   pic 9(9).
      *> dunning now work from
           03 filler       pic x(1) value space.
           03 rg-dueDate   pic 9(8).
      *> who ran the billing that cut the invoice
           03 filler       pic x(1) value space.
           03 rg-operator  pic x(8).
       01 registerTotal.
           03 filler       pic x(7) value "TOTALS ".
           03 rt-count     pic z(8)9.
           03 rt-delivered pic z(5)9.
           03 filler       pic x(3) value " P:".
           03 rt-printed   pic z(5)9.
      *> the credit check - a contact with a balance this many days
      *> past due (receivablesAging's oldest bucket) goes on hold
       78 agedDebtDays value 60.
       01 fs-limit  pic x(2).
       01 fs-master pic x(2).
       01 fs-held   pic x(2).
       01 wsCreditHold pic x(1) value "N".
       01 wsHoldReason pic x(1).
       01 wsReleasing  pic x(1) value "N".
       01 wsMasterEof  pic x(1) value "N".
       01 wsHeldEof    pic x(1) value "N".
       01 wsCheckRecordId pic 9(9).
       01 wsBalance pic s9(9) comp-5 value 0.
       01 wsExposure pic 9(11) comp-5 value 0.
       01 wsCreditLimit pic 9(9) comp-5 value 0.
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsPastDueDayNumber pic 9(9) comp-5.
       01 wsPastDueDays pic s9(9) comp-5.
       01 wsLastHoldNo pic 9(9) comp-5 value 0.
       01 wsReleasedHoldNo pic 9(9) comp-5 value 0.
       01 wsHoldLineNo pic 9(3) comp-5 value 0.
       01 wsFeeEdit pic z(7)9.99.
       01 heldCount       pic 9(9) comp-5 value 0.
       01 heldFeeTotal    pic 9(11) comp-5 value 0.
       01 releasedCount   pic 9(9) comp-5 value 0.
       01 releasedFeeTotal pic 9(11) comp-5 value 0.
       01 heldReportHeading.
           03 filler pic x(10) value "HOLD".
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(10) value "REASON".
           03 filler pic x(12) value "FEE".
           03 filler pic x(13) value "OPEN BALANCE".
           03 filler pic x(12) value "LIMIT".
       01 heldDetailLine.
           03 hd-holdNo   pic z(8)9.
           03 filler      pic x(1) value space.
           03 hd-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 hd-name     pic x(30).
           03 filler      pic x(1) value space.
           03 hd-reason   pic x(9).
           03 filler      pic x(1) value space.
           03 hd-fee      pic z(7)9.99.
           03 filler      pic x(2) value spaces.
           03 hd-exposure pic z(7)9.99.
           03 filler      pic x(1) value space.
           03 hd-limit    pic z(7)9.99.
       01 heldTotalLine.
           03 ht-label  pic x(20).
           03 ht-count  pic z(8)9.
           03 filler    pic x(2) value spaces.
           03 ht-amount pic z(9)9.99.

       procedure division.
       0000-mainline section.
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"
           perform 0020-check-period
           if wsPeriodClosed = "Y"
               display "not started - period " wsRunDate(1:6)
                   " is closed"
               goback
           end-if
           perform 1000-read-control
           perform 1100-load-vat-table
           perform 1200-load-members
           perform 1300-load-catalogue

           open input extractFile
           if fs-extract not = "00"
           open output invoiceFile
           open output edeliveryFile
           open output dispatchFile
           open extend registerFile
           open input creditLimitFile
           open input receivablesFile
           open i-o heldFile
           open output heldReportFile
           write heldReportLine from heldReportHeading
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)

           perform 1400-invoice-released-holds

           perform until eof = "Y"
               read extractFile
                   at end
                       move "Y" to eof
                   not at end
                       perform 1900-take-one-extract-line
               end-read
           end-perform
           perform 1950-flush-service-group

           perform 3000-write-register-total
           perform 3100-write-held-total
           close heldReportFile
           close heldFile
           close receivablesFile
           close creditLimitFile
           close registerFile
           close dispatchFile
           close edeliveryFile
           display "delivered by email: " deliveredCount
           display "sent to print:      " printedCount
           display "fees invoiced:      " feeDayTotal
           display "put on credit hold: " heldCount
           display "holds released:     " releasedCount
           display "last invoice no:    " wsLastInvoiceNo
           goback
           .
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
           move "N" to wsLockEof
           .

      *> a closed period on period-control.txt is locked - nothing
      *> posts into it until a supervisor reopens it with periodClose
       0020-check-period section.
           move "N" to wsPeriodClosed
           move "N" to wsPeriodEof
           open input periodFile
           if fs-period = "00"
               perform until wsPeriodEof = "Y"
                   read periodFile
                       at end
                           move "Y" to wsPeriodEof
                       not at end
                           if pcPeriod = wsRunDate(1:6)
                              and pcStatus = "C"
                               move "Y" to wsPeriodClosed
                           end-if
                   end-read
               end-perform
           end-if
           close periodFile
           .

      *> row one is the last invoice number handed out, row two the
      *> VAT rate, row three the last credit-note number - a short
      *> or missing file keeps the defaults
           move "N" to eof
           .

      *> a single-fee line starts a group of its own; a service,
      *> usage or discount line joins its contact's group, and a
      *> change of contact (or a single-fee line) invoices the
      *> group gathered so far
       1900-take-one-extract-line section.
           if groupCount > 0
              and (ex-service = spaces
                   or ex-recordId not = wsGroupRecordId
                   or groupCount = 50)
               perform 1950-flush-service-group
           end-if
           if groupCount = 0
               move ex-recordId to wsGroupRecordId
               move extractLine to wsGroupExtract
           end-if
           add 1 to groupCount
           move ex-service to sg-service(groupCount)
           compute sg-fee(groupCount) rounded
               = function numval(ex-fee) * 100
           move ex-activeDays to sg-activeDays(groupCount)
           move ex-periodDays to sg-periodDays(groupCount)
           move ex-quantity to sg-quantity(groupCount)
           move ex-zoneRate to sg-rate(groupCount)
           move ex-promoCode to sg-promoCode(groupCount)
           .

       1950-flush-service-group section.
           if groupCount > 0
               move extractLine to wsHeldExtract
               move wsGroupExtract to extractLine
               perform 2000-invoice-one-line
               move wsHeldExtract to extractLine
               move 0 to groupCount
           end-if
           .

       1300-load-catalogue section.
           move "N" to eof
           open input catalogueFile
           if fs-catalogue = "00"
               perform until eof = "Y"
                   read catalogueFile
                       at end
                           move "Y" to eof
                       not at end
                           if catalogueCount < 200
                               add 1 to catalogueCount
                               move sc-serviceCode
                                   to ca-serviceCode(catalogueCount)
                               move sc-description
                                   to ca-description(catalogueCount)
                           end-if
                   end-read
               end-perform
           end-if
           close catalogueFile
           move "N" to eof
           .

      *> holds a supervisor released through heldBillingRelease are
      *> invoiced ahead of the extract, each line replayed through
      *> the same grouping as an extract line and marked I - the
      *> same walk finds the last hold number handed out
       1400-invoice-released-holds section.
           move "Y" to wsReleasing
           move "N" to wsHeldEof
           move 0 to wsReleasedHoldNo
           move zeros to hbKey of heldRec
           start heldFile
               key is >= hbKey of heldRec
               invalid key
                   move "Y" to wsHeldEof
               not invalid key
                   continue
           end-start
           perform until wsHeldEof = "Y"
               read heldFile next record
                   at end
                       move "Y" to wsHeldEof
                   not at end
                       if hbHoldNo of heldRec > wsLastHoldNo
                           move hbHoldNo of heldRec to wsLastHoldNo
                       end-if
                       if hbStatus of heldRec = "R"
                           perform 1450-invoice-one-held-line
                       end-if
               end-read
           end-perform
           perform 1950-flush-service-group
           move "N" to wsReleasing
           .

       1450-invoice-one-held-line section.
           move hbExtract of heldRec to extractLine
           perform 1900-take-one-extract-line
           if ex-service = "DISCNT"
               subtract hbFee of heldRec from releasedFeeTotal
           else
               add hbFee of heldRec to releasedFeeTotal
           end-if
           if hbHoldNo of heldRec not = wsReleasedHoldNo
               add 1 to releasedCount
               move hbHoldNo of heldRec to wsReleasedHoldNo
           end-if
           move "I" to hbStatus of heldRec
           rewrite heldRec end-rewrite
           .

      *> the would-be invoice is priced first, so the credit check
      *> can weigh its total against the contact's limit; a held
      *> contact's lines are parked instead of invoiced, and a
      *> released hold passes the check by
       2000-invoice-one-line section.
           perform 2500-select-vat-rate
      *> a discount follows the price it came off and never
      *> exceeds it, so the running sum stays positive
           move 0 to wsFeeAmount
           move 1 to groupSub
           perform until groupSub > groupCount
               if sg-service(groupSub) = "DISCNT"
                   subtract sg-fee(groupSub) from wsFeeAmount
               else
                   add sg-fee(groupSub) to wsFeeAmount
               end-if
               add 1 to groupSub
           end-perform
           compute wsVatAmount rounded
               = (wsFeeAmount * wsLineVatRate) / 10000
           compute wsTotalAmount = wsFeeAmount + wsVatAmount
           move "N" to wsCreditHold
           if wsReleasing not = "Y"
               perform 2050-check-credit
           end-if
           if wsCreditHold = "Y"
               perform 2080-park-billing
           else
               perform 2100-cut-invoice
           end-if
           .

      *> the contact's open invoices on the receivables master -
      *> written-off balances left collections and don't count.
      *> Days past due are measured the way receivablesAging
      *> measures them, a zero due date reading as issue plus
      *> thirty.
       2050-check-credit section.
           move 0 to wsExposure
           move 0 to wsCreditLimit
           move space to wsHoldReason
           compute wsCheckRecordId = function numval(ex-recordId)
           move "N" to wsMasterEof
           move wsCheckRecordId to rmRecordId of receivableRec
           start receivablesFile
               key is = rmRecordId of receivableRec
               invalid key
                   move "Y" to wsMasterEof
               not invalid key
                   continue
           end-start
           perform until wsMasterEof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to wsMasterEof
                   not at end
                       if rmRecordId of receivableRec
                           not = wsCheckRecordId
                           move "Y" to wsMasterEof
                       else
                           perform 2060-weigh-one-invoice
                       end-if
               end-read
           end-perform

           move wsCheckRecordId to clRecordId of creditLimitRec
           read creditLimitFile
               key is clRecordId of creditLimitRec
               invalid key
                   continue
               not invalid key
                   move clLimit of creditLimitRec to wsCreditLimit
           end-read

           evaluate true
               when wsHoldReason = "A"
                   move "Y" to wsCreditHold
               when wsCreditLimit > 0
                    and wsExposure + wsTotalAmount > wsCreditLimit
                   move "Y" to wsCreditHold
                   move "L" to wsHoldReason
               when other
                   continue
           end-evaluate
           .

       2060-weigh-one-invoice section.
           compute wsBalance = rmDue of receivableRec
               - rmPaid of receivableRec
           if wsBalance > 0
              and rmStatus of receivableRec not = "W"
               add wsBalance to wsExposure
               if rmDueDate of receivableRec > 0
                   compute wsPastDueDayNumber
                       = function integer-of-date
                           (rmDueDate of receivableRec)
               else
                   compute wsPastDueDayNumber
                       = function integer-of-date
                           (rmInvoiceDate of receivableRec) + 30
               end-if
               compute wsPastDueDays
                   = wsRunDayNumber - wsPastDueDayNumber
               if wsPastDueDays > agedDebtDays
                   move "A" to wsHoldReason
               end-if
           end-if
           .

      *> one held-billing row per extract line of the would-be
      *> invoice under a new hold number - the group's lines are
      *> rebuilt from the group table onto its first line, so a
      *> release replays exactly what was extracted
       2080-park-billing section.
           add 1 to wsLastHoldNo
           add 1 to heldCount
           add wsFeeAmount to heldFeeTotal
           move 0 to wsHoldLineNo
           move 1 to groupSub
           perform until groupSub > groupCount
               move sg-service(groupSub) to ex-service
               compute wsAmountEdit = sg-fee(groupSub) / 100
               move wsAmountEdit to wsFeeEdit
               move wsFeeEdit to ex-fee
               move sg-activeDays(groupSub) to ex-activeDays
               move sg-periodDays(groupSub) to ex-periodDays
               move sg-quantity(groupSub) to ex-quantity
               move sg-rate(groupSub) to ex-zoneRate
               move sg-promoCode(groupSub) to ex-promoCode
               move sg-fee(groupSub) to hbFee of heldRec
               perform 2090-write-held-line
               add 1 to groupSub
           end-perform
           move wsGroupExtract to extractLine

           move spaces to heldDetailLine
           move wsLastHoldNo to hd-holdNo
           move wsCheckRecordId to hd-recordId
           move ex-name to hd-name
           if wsHoldReason = "A"
               move "AGED DEBT" to hd-reason
           else
               move "OVER LIMIT" to hd-reason
           end-if
           compute wsAmountEdit = wsFeeAmount / 100
           move wsAmountEdit to hd-fee
           compute wsAmountEdit = wsExposure / 100
           move wsAmountEdit to hd-exposure
           compute wsAmountEdit = wsCreditLimit / 100
           move wsAmountEdit to hd-limit
           write heldReportLine from heldDetailLine
           .

       2090-write-held-line section.
           add 1 to wsHoldLineNo
           move wsLastHoldNo to hbHoldNo of heldRec
           move wsHoldLineNo to hbLineNo of heldRec
           move wsCheckRecordId to hbRecordId of heldRec
           move wsRunDate to hbHeldDate of heldRec
           move wsHoldReason to hbReason of heldRec
           move "H" to hbStatus of heldRec
           move wsExposure to hbExposure of heldRec
           move wsCreditLimit to hbLimit of heldRec
           move 0 to hbDecidedDate of heldRec
           move spaces to hbDecidedBy of heldRec
           move extractLine to hbExtract of heldRec
           write heldRec end-write
           .

       2100-cut-invoice section.
           perform 2400-select-channel
           perform 2450-compute-due-date
           add 1 to wsLastInvoiceNo
           add 1 to invoicedCount
           add wsFeeAmount   to feeDayTotal
                   = function numval(ex-household)
               perform 2300-write-member-breakdown
           end-if
      *> a lone single fee needs no body lines
           if groupCount > 1 or sg-service(1) not = spaces
               perform 2200-write-service-lines
           end-if
           move "SERVICE FEE:  " to ia-label
           compute wsAmountEdit = wsFeeAmount / 100
           move wsAmountEdit to ia-amount
           move spaces to registerDetail
           move ex-household to rg-household
           move wsDueDate to rg-dueDate
           move wsOperator to rg-operator
           move wsLastInvoiceNo to rg-invoiceNo
           move wsRunDate to rg-date
           compute rg-recordId = function numval(ex-recordId)
           write registerLine from registerDetail
           .

      *> one body line per line of the group - the days covered
      *> show only when the month was prorated, the units on a
      *> metered line
       2200-write-service-lines section.
           move 1 to groupSub
           perform until groupSub > groupCount
               move spaces to invoiceServiceLine(3:)
               evaluate sg-service(groupSub)
                   when spaces
                       move "STANDARD FEE" to is-description
                       compute is-fee = sg-fee(groupSub) / 100
                   when "DISCNT"
                       perform 2250-describe-discount
                   when other
                       perform 2260-describe-service
               end-evaluate
               move invoiceServiceLine to wsInvoiceLine
               perform 2900-write-invoice-line
               add 1 to groupSub
           end-perform
           .

      *> the promotion code, and the percentage where the discount
      *> was one, beside the credit
       2250-describe-discount section.
           string "DISCOUNT " sg-promoCode(groupSub)
               delimited by size into is-description
           end-string
           if sg-rate(groupSub) not = "   0.00"
              and sg-rate(groupSub) not = spaces
               string sg-rate(groupSub) " %"
                   delimited by size into is-days
               end-string
           end-if
           compute is-fee = 0 - (sg-fee(groupSub) / 100)
           .

       2260-describe-service section.
           move sg-service(groupSub) to is-description
           move 1 to catSub
           perform until catSub > catalogueCount
               if ca-serviceCode(catSub) = sg-service(groupSub)
                   move ca-description(catSub)
                       to is-description
               end-if
               add 1 to catSub
           end-perform
           if sg-activeDays(groupSub) not = sg-periodDays(groupSub)
               string sg-activeDays(groupSub) "/"
                      sg-periodDays(groupSub) " DAYS"
                   delimited by size into is-days
               end-string
           end-if
           if sg-quantity(groupSub) not = spaces
               string sg-quantity(groupSub) " UNITS"
                   delimited by size into is-days
               end-string
           end-if
           compute wsAmountEdit = sg-fee(groupSub) / 100
           move wsAmountEdit to is-fee
           .

      *> one body line per billed member, so the household sees
      *> what each head is paying for
       2300-write-member-breakdown section.
               + wsTermsDays
           compute wsDueDate
               = function date-of-integer(wsDueDayNumber)
           move roundHalfUp to roundMode
           move wsRunDate to wsDateArg
           move wsTermsDays to wsDateArg2
           move dateAddDays to func
           call "Calculator" using by value wsDateArg
                                    by value wsDateArg2
                                    by value func
                                    by reference wsDateResult
                                    by value roundMode
           if return-code = err-success
               move wsDateResult to wsDateArg
               move 0 to wsDateArg2
               move dateNextBusinessDay to func
               call "Calculator" using by value wsDateArg
                                        by value wsDateArg2
                                        by value func
                                        by reference wsDateResult
                                        by value roundMode
               if return-code = err-success
                   move wsDateResult to wsDueDate
               end-if
           end-if
           move 0 to return-code
           .

      *> the rate in force for this line on the invoice date - a
           write registerLine from registerTotal
           .

       3100-write-held-total section.
           move spaces to heldReportLine
           write heldReportLine
           move spaces to heldTotalLine
           move "HELD TODAY" to ht-label
           move heldCount to ht-count
           compute wsAmountEdit = heldFeeTotal / 100
           move wsAmountEdit to ht-amount
           write heldReportLine from heldTotalLine
           move spaces to heldTotalLine
           move "RELEASED, INVOICED" to ht-label
           move releasedCount to ht-count
           compute wsAmountEdit = releasedFeeTotal / 100
           move wsAmountEdit to ht-amount
           write heldReportLine from heldTotalLine
           .

       4000-rewrite-control section.
           open output controlFile
           move wsLastInvoiceNo to controlLine
           close controlFile
           .

      *> fees invoiced plus fees held must balance back to
      *> billingExtract's FEES-EXTRACTED row for the same date plus
      *> the fees released
       5000-post-control-totals section.
           open extend ledgerFile
           move spaces to ledgerLine
           compute le-amount = grandDayTotal / 100
           move invoicedCount to le-count
           write ledgerLine
      *> the fees parked on credit hold today and the released
      *> fees invoiced today - what separates fees invoiced from
      *> fees extracted
           move spaces to ledgerLine
           move "FEES-HELD" to le-totalId
           move wsRunDate to le-date
           compute le-amount = heldFeeTotal / 100
           move heldCount to le-count
           write ledgerLine
           move spaces to ledgerLine
           move "FEES-RELEASED" to le-totalId
           move wsRunDate to le-date
           compute le-amount = releasedFeeTotal / 100
           move releasedCount to le-count
           write ledgerLine
           close ledgerFile
           .

