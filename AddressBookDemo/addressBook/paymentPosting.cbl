      *> (payment-reversals.txt: invoice number, original payment
      *> date, amount): a reversal matching a posted payment on the
      *> payment history backs the amount out of rmPaid and reopens
      *> the invoice when the balance comes back - any part of it
      *> the payment had left on account comes off the contact's
      *> holding instead; one matching no
      *> posted payment is reported, never guessed at.  Every posted
      *> payment and every reversal writes a payment-history row, so
      *> the statement and the aging both show what happened.
      *> A run dated into a period periodClose has closed refuses
      *> to start; a payment valued into a closed period posts on
      *> the first day after the last closed period instead, with
      *> the move shown on the console and the alert file.
       program-id. paymentPosting as "paymentPosting".

       environment division.

      *> one row per posted payment ("P") and per reversal ("R") -
      *> the memory the apply pass never had, and the file a
      *> reversal is verified against before anything is backed out.
      *> An "A" row records on-account money applied to a new
      *> invoice at fold-in - no cash moved, but the journal needs
      *> to see the balance leave the on-account account.
           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

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

       fd registerFile.
       01 registerLine.
           03 rg-invoiceNo pic x(9).
           03 ph-amount    pic 9(9).
           03 filler       pic x(1) value space.
           03 ph-runDate   pic 9(8).
      *> trailing column - the part of a "P" payment held on account
      *> rather than applied to the invoice, so the general ledger
      *> journal can split the cash; older rows read spaces
           03 filler       pic x(1) value space.
           03 ph-onAccount pic 9(9).
      *> trailing column - the operator who ran the posting, named
      *> in the ADDRESSBOOK_OPERATOR environment variable, for the
      *> segregation-of-duties checks; older rows read spaces
           03 filler       pic x(1) value space.
           03 ph-operator  pic x(8).

       working-storage section.
       01 eof pic x(1) value "N".
       01 onAccountAppliedCount pic 9(9) comp-5 value 0.
       01 wsExcess pic 9(9) comp-5 value 0.
       01 wsApply  pic 9(9) comp-5 value 0.
      *> the part of wsExcess that really landed on account
       01 wsHeldOnAccount pic 9(9) comp-5 value 0.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 unappliedHeading pic x(34)
           value "UNAPPLIED CASH HELD ON ACCOUNT".
       01 fs-reversal   pic x(2).
       01 fs-payhistory pic x(2).
       01 wsRunDate pic 9(8).
       01 wsOperator pic x(8).
       01 fs-period pic x(2).
       01 wsPeriodEof pic x(1) value "N".
       01 wsPeriodClosed pic x(1) value "N".
      *> the closed periods - a payment valued into one posts on
      *> the first day after the last period closed, and says so
       01 closedPeriodTable.
           03 cp-period pic 9(6) occurs 240 times.
       01 closedPeriodCount pic 9(9) comp-5 value 0.
       01 wsLastClosed   pic 9(6) value 0.
       01 wsOpenFromDate pic 9(8) value 0.
       01 wsCheckDate    pic 9(8).
       01 wsDateClosed   pic x(1) value "N".
       01 wsReverseDate  pic 9(8).
       01 redirectedCount pic 9(9) comp-5 value 0.
      *> the posted-payments memory, built from payment-history.txt -
      *> ph-net counts "P" rows less "R" rows per payment key, so a
      *> payment already fully reversed can't be reversed again
       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"
           perform 0020-check-period
           if wsPeriodClosed = "Y"
               display "not started - period " wsRunDate(1:6)
                   " is closed"
               goback
           end-if
           accept wsRunTime from time
           move spaces to wsRunId
           move wsRunDate to wsRunId(1:8)
           perform 1000-seed-master-if-empty
           perform 1500-load-on-account
           perform 1700-load-payment-history
           open extend payHistoryFile
           perform 2000-fold-in-register
           perform 2500-verify-payment-file
           open i-o appliedFile
           if wsPayFileOk = "Y"
               perform 3000-apply-payments
           else
           display "on-account applied:    " onAccountAppliedCount
           display "already applied:       " alreadyAppliedCount
           display "payments reversed:     " reversedCount
           display "closed-period dates:   " redirectedCount
           display "reversals unmatched:   " unmatchedReversalCount
           goback
           .
      *****************************************************************
      * Sections
      *****************************************************************
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
                           if pcStatus = "C"
                              and closedPeriodCount < 240
                               add 1 to closedPeriodCount
                               move pcPeriod
                                   to cp-period(closedPeriodCount)
                               if pcPeriod > wsLastClosed
                                   move pcPeriod to wsLastClosed
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close periodFile
      *> the first of the month after the last closed one - a
      *> December close rolls into January
           if wsLastClosed > 0
               if wsLastClosed(5:2) = "12"
                   compute wsOpenFromDate = wsLastClosed * 100 + 8901
               else
                   compute wsOpenFromDate = wsLastClosed * 100 + 101
               end-if
           end-if
           .

      *> wsDateClosed says whether wsCheckDate falls in a closed
      *> period
       0030-check-date-closed section.
           move "N" to wsDateClosed
           move 1 to sub
           perform until sub > closedPeriodCount
               if cp-period(sub) = wsCheckDate(1:6)
                   move "Y" to wsDateClosed
               end-if
               add 1 to sub
           end-perform
           .

      *> an empty master takes the legacy open-invoices.txt image on
      *> board once, record by record - the same self-converting
      *> stance recordsProgram takes when its control record is
                                   of receivableRec
                               move oi-status      to rmStatus
                                   of receivableRec
                               move space to rmHold of receivableRec
      *> legacy rows carried no due date - issue plus thirty, the
      *> terms they always implicitly had
                               compute wsDueDayNumber
                       at end
                           move "Y" to eof
                       not at end
                           if ph-type = "P" or ph-type = "R"
                               perform 1750-note-one-history-row
                           end-if
                   end-read
               end-perform
           end-if
               = function numval(rg-total) * 100
           move 0 to rmPaid of receivableRec
           move "O" to rmStatus of receivableRec
           move space to rmHold of receivableRec
      *> the due date the register carries, or issue plus thirty
      *> for rows written before terms existed
           if rg-dueDate is numeric
               add wsApply to appliedTotal
               subtract wsApply from oa-t-amount(oaSub)
               add 1 to onAccountAppliedCount
               move spaces to payHistoryLine
               move "A" to ph-type
               move rmInvoiceNo of receivableRec to ph-invoiceNo
               move wsRunDate to ph-date
               move wsApply to ph-amount
               move wsRunDate to ph-runDate
               move 0 to ph-onAccount
               move wsOperator to ph-operator
               write payHistoryLine
               if rmPaid of receivableRec >= rmDue of receivableRec
                  and rmStatus of receivableRec = "O"
                   move "P" to rmStatus of receivableRec
               add 1 to paidOffCount
           end-if
           rewrite receivableRec end-rewrite
           move 0 to wsHeldOnAccount
           if wsExcess > 0
               move rmRecordId of receivableRec to oa-recordId
               perform 1600-find-on-account
               if oaSub > 0
                   add wsExcess to oa-t-amount(oaSub)
                   move wsExcess to wsHeldOnAccount
                   add 1 to overpaidCount
               else
      *> on-account table full - the legacy behavior is the least
                       rmInvoiceNo of receivableRec
               end-if
           end-if
           perform 3250-redirect-closed-date
           move spaces to payHistoryLine
           move "P" to ph-type
           move wsPayInvoiceNo to ph-invoiceNo
           move wsPayDate to ph-date
           move wsPayAmount to ph-amount
           move wsRunDate to ph-runDate
           move wsHeldOnAccount to ph-onAccount
           move wsOperator to ph-operator
           write payHistoryLine
           perform 1750-note-one-history-row
           .

      *> a value date in a closed period would reopen a filed
      *> month behind everyone's back - the payment posts on the
      *> first open day instead, on the console and the alert file
       3250-redirect-closed-date section.
           move wsPayDate to wsCheckDate
           perform 0030-check-date-closed
           if wsDateClosed = "Y"
               add 1 to redirectedCount
               display "payment for invoice " wsPayInvoiceNo
                   " valued " wsPayDate " is in a closed period -"
                   " posted as " wsOpenFromDate
               move spaces to wsAlertText
               string "payment " delimited by size
                      rmInvoiceNo of receivableRec delimited by size
                      " valued " delimited by size
                      wsPayDate delimited by size
                      " closed, moved to " delimited by size
                      wsOpenFromDate delimited by size
                   into wsAlertText
               end-string
               perform 9800-raise-alert
               move wsOpenFromDate to wsPayDate
           end-if
           .

       3500-apply-reversals section.
      *> guessing which payment a bounce belongs to is how money
      *> disappears twice
       3600-reverse-one-payment section.
           move rv-date to wsReverseDate
           move rv-invoiceNo to ph-invoiceNo
           move rv-date      to ph-date
           move rv-amount    to ph-amount
           perform 1800-find-history-slot
      *> a payment valued into a closed period was posted on the
      *> first open day - the bounce follows it there
           if phSub = 0 or ph-t-net(phSub) < 1
               move rv-date to wsCheckDate
               perform 0030-check-date-closed
               if wsDateClosed = "Y"
                   move wsOpenFromDate to wsReverseDate
                   move wsReverseDate to ph-date
                   perform 1800-find-history-slot
               end-if
           end-if
           if phSub = 0 or ph-t-net(phSub) < 1
               add 1 to unmatchedReversalCount
               display "reversal matches no posted payment -"
           end-if
           .

      *> only what the invoice still carries of the payment comes
      *> off rmPaid - the rest of the bounced cash was the excess
      *> held on account, and comes off the contact's holding.  The
      *> "R" row splits the same way the "P" row did, so the
      *> journal reverses each part from where it went.
       3700-back-out-one-payment section.
           move rv-amount to wsBackOut
           if wsBackOut > rmPaid of receivableRec
               move rmPaid of receivableRec to wsBackOut
           end-if
           compute wsExcess = rv-amount - wsBackOut
           if wsExcess > 0
               move rmRecordId of receivableRec to oa-recordId
               perform 1600-find-on-account
               if oaSub > 0 and oa-t-amount(oaSub) >= wsExcess
                   subtract wsExcess from oa-t-amount(oaSub)
               else
                   if oaSub > 0
                       move 0 to oa-t-amount(oaSub)
                   end-if
                   display "WARNING: reversal on invoice "
                       rv-invoiceNo " exceeds the money still held"
                       " on account for contact "
                       rmRecordId of receivableRec
               end-if
           end-if
           subtract wsBackOut from rmPaid of receivableRec
           add wsBackOut to reversedTotal
           if rmPaid of receivableRec < rmDue of receivableRec
           move spaces to payHistoryLine
           move "R" to ph-type
           move rv-invoiceNo to ph-invoiceNo
           move wsReverseDate to ph-date
           move rv-amount to ph-amount
           move wsRunDate to ph-runDate
           move wsExcess to ph-onAccount
           move wsOperator to ph-operator
           write payHistoryLine
           .

