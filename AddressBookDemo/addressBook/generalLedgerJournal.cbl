      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Turns a day of the money jobs into a double-entry journal
      *> finance can import, instead of re-keying the day from the
      *> control-totals balancing report into the ledger by hand.
      *> For dateParm (zero means today) it reads the invoice
      *> register - invoice rows, "CN" credit rows, and the
      *> interest charge rows interestAssessment writes under the
      *> invoice's own number with no due date - the "P", "R", and
      *> "A" rows paymentPosting wrote to payment-history.txt that
      *> day, the "K" commission rows agencyReturnImport wrote
      *> there, and the write-offs on write-off-history.txt no
      *> journal has taken yet - each is stamped with the journal
      *> date as it is taken, so a write-off made after the night's
      *> journal goes into the next one and a re-run for the same
      *> date takes the same rows again.  Every event becomes one
      *> balanced entry of debit and credit lines on gl-journal.txt:
      *>   invoice      Dr receivables     Cr revenue, VAT payable
      *>   credit note  Dr revenue, VAT    Cr receivables
      *>   interest     Dr receivables     Cr interest income
      *>   payment      Dr bank            Cr receivables, on-account
      *>   reversal     Dr receivables,    Cr bank
      *>                   on-account
      *>   on-account   Dr on-account      Cr receivables
      *>   agency fee   Dr bad debt        Cr receivables
      *>   write-off    Dr bad debt        Cr receivables
      *> Account numbers come from gl-account-map.txt, one row per
      *> role, so a chart-of-accounts change is a row edit, not a
      *> recompile; a role with no account refuses the whole run
      *> rather than write a journal finance would have to repair.
      *> The journal closes with a trailer carrying the debit and
      *> credit totals and BALANCED or OUT-OF-BALANCE - the proof
      *> the import checks before it posts anything.
       program-id. generalLedgerJournal as "generalLedgerJournal".

       environment division.
       input-output section.
       file-control.
      *> role, account number, description - one row per role
           select optional accountMapFile
           assign to ".\gl-account-map.txt"
           organization is line sequential
           file status is fs-accountmap.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional writeOffHistoryFile
           assign to ".\write-off-history.txt"
           organization is line sequential
           file status is fs-writeoff.

      *> the write-off history as it stands after the journal - the
      *> rows just taken carry the journal date - copied back over
      *> the history
           select writeOffWorkFile
           assign to ".\write-off-history-work.txt"
           organization is line sequential.

           select journalFile assign to ".\gl-journal.txt"
           organization is line sequential.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
      *> operator adding up console displays
           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential.

      *> central alert file - warnings that used to scroll away as
      *> console displays go here with a severity and source job,
      *> and stay until an operator acknowledges them on the
      *> morning alert report
           select optional alertFile assign to ".\alerts.txt"
           organization is line sequential.

       data division.
       file section.
       fd accountMapFile.
       01 accountMapLine.
           03 am-role        pic x(12).
           03 filler         pic x(1).
           03 am-account     pic x(10).
           03 filler         pic x(1).
           03 am-description pic x(30).

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
           03 filler       pic x(1).
           03 rg-household pic x(5).
           03 filler       pic x(1).
           03 rg-dueDate   pic x(8).

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
           03 ph-onAccount pic x(9).

       fd writeOffHistoryFile.
       01 writeOffHistoryRec.
       copy "writeoffhistory.cpy".

       fd writeOffWorkFile.
       01 writeOffWorkLine pic x(63).

       fd journalFile.
       01 journalLine pic x(100).

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
           03 filler     pic x(1) value space.
           03 le-date    pic 9(8).
           03 filler     pic x(1) value space.
           03 le-amount  pic s9(11)v99 sign leading separate.
           03 filler     pic x(1) value space.
           03 le-count   pic 9(9).

       fd alertFile.
       01 alertLine.
           03 al-date        pic 9(8).
           03 filler         pic x(1) value space.
           03 al-time        pic 9(6).
           03 filler         pic x(1) value space.
      *> C critical, W warning
           03 al-severity    pic x(1).
           03 filler         pic x(1) value space.
           03 al-sourceJob   pic x(16).
           03 filler         pic x(1) value space.
           03 al-text        pic x(60).
           03 filler         pic x(1) value space.
           03 al-ackFlag     pic x(1).
           03 filler         pic x(1) value space.
           03 al-ackOperator pic x(8).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-accountmap  pic x(2).
       01 fs-register    pic x(2).
       01 fs-payhistory  pic x(2).
       01 fs-writeoff    pic x(2).
       01 wsJournalDate pic 9(8).
       01 wsJournalDateX redefines wsJournalDate pic x(8).
      *> the roles every entry draws its accounts from, in the
      *> order the map is checked
       01 roleNames.
           03 filler pic x(12) value "RECEIVABLES".
           03 filler pic x(12) value "REVENUE".
           03 filler pic x(12) value "VAT-PAYABLE".
           03 filler pic x(12) value "INTEREST-INC".
           03 filler pic x(12) value "BAD-DEBT".
           03 filler pic x(12) value "ON-ACCOUNT".
           03 filler pic x(12) value "BANK".
       01 roleTable redefines roleNames.
           03 roleName occurs 7 times pic x(12).
       01 roleAccounts.
           03 roleAccount occurs 7 times pic x(10).
       01 wsMapOk pic x(1) value "Y".
      *> role subscripts into roleAccount
       01 acReceivables  pic 9(4) comp-5 value 1.
       01 acRevenue      pic 9(4) comp-5 value 2.
       01 acVatPayable   pic 9(4) comp-5 value 3.
       01 acInterestInc  pic 9(4) comp-5 value 4.
       01 acBadDebt      pic 9(4) comp-5 value 5.
       01 acOnAccount    pic 9(4) comp-5 value 6.
       01 acBank         pic 9(4) comp-5 value 7.
      *> the entry being written - one event, its lines share the
      *> entry number
       01 wsEntryNo    pic 9(6) value 0.
       01 wsSource     pic x(4).
       01 wsReference  pic x(9).
       01 wsRecordId   pic 9(9).
       01 wsLineRole   pic 9(4) comp-5.
       01 wsLineSide   pic x(2).
       01 wsLineAmount pic s9(11) comp-5.
      *> event amounts in hundredths
       01 wsFee      pic s9(11) comp-5.
       01 wsVat      pic s9(11) comp-5.
       01 wsTotal    pic s9(11) comp-5.
       01 wsHeld     pic s9(11) comp-5.
       01 wsApplied  pic s9(11) comp-5.
       01 debitTotal  pic 9(13) comp-5 value 0.
       01 creditTotal pic 9(13) comp-5 value 0.
       01 lineCount   pic 9(9) comp-5 value 0.
       01 invoiceCount   pic 9(9) comp-5 value 0.
       01 creditCount    pic 9(9) comp-5 value 0.
       01 interestCount  pic 9(9) comp-5 value 0.
       01 paymentCount   pic 9(9) comp-5 value 0.
       01 reversalCount  pic 9(9) comp-5 value 0.
       01 onAccountCount pic 9(9) comp-5 value 0.
       01 writeOffCount  pic 9(9) comp-5 value 0.
       01 agencyFeeCount pic 9(9) comp-5 value 0.
       01 wsAmountEdit pic 9(11)v99 comp-3.
       01 wsAlertTime pic 9(8).
       01 wsAlertText pic x(60).
       01 journalHeading.
           03 jh-rowType pic x(1) value "H".
           03 filler     pic x(1) value space.
           03 jh-date    pic 9(8).
           03 filler     pic x(1) value space.
           03 filler     pic x(30)
               value "GENERAL LEDGER JOURNAL".
       01 journalDetail.
           03 jd-rowType   pic x(1) value "D".
           03 filler       pic x(1) value space.
           03 jd-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 jd-entryNo   pic 9(6).
           03 filler       pic x(1) value space.
           03 jd-account   pic x(10).
           03 filler       pic x(1) value space.
           03 jd-side      pic x(2).
           03 filler       pic x(1) value space.
           03 jd-amount    pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 jd-source    pic x(4).
           03 filler       pic x(1) value space.
           03 jd-reference pic x(9).
           03 filler       pic x(1) value space.
           03 jd-recordId  pic 9(9).
       01 journalTrailer.
           03 jt-rowType pic x(1) value "T".
           03 filler     pic x(1) value space.
           03 jt-entries pic 9(6).
           03 filler     pic x(1) value space.
           03 jt-lines   pic 9(9).
           03 filler     pic x(1) value space.
           03 jt-debits  pic z(12)9.99.
           03 filler     pic x(1) value space.
           03 jt-credits pic z(12)9.99.
           03 filler     pic x(1) value space.
           03 jt-result  pic x(14).

       linkage section.
      *> zero = today
       01 dateParm pic 9(8).

       procedure division using dateParm.
       0000-mainline section.
           move dateParm to wsJournalDate
           if wsJournalDate = 0
               accept wsJournalDate from date yyyymmdd
           end-if

           perform 1000-load-account-map
           if wsMapOk not = "Y"
               display "account map incomplete - no journal written"
               goback
           end-if

           open output journalFile
           move wsJournalDate to jh-date
           write journalLine from journalHeading

           perform 2000-journal-register
           perform 3000-journal-payment-history
           perform 4000-journal-write-offs
           perform 5000-write-trailer
           close journalFile

           perform 6000-post-control-totals

           display "journal date:          " wsJournalDate
           display "invoices journalled:   " invoiceCount
           display "credit notes:          " creditCount
           display "interest charges:      " interestCount
           display "payments:              " paymentCount
           display "reversals:             " reversalCount
           display "on-account applied:    " onAccountCount
           display "write-offs:            " writeOffCount
           display "agency commission:     " agencyFeeCount
           display "journal lines:         " lineCount
           display "debits:                " debitTotal
           display "credits:               " creditTotal
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> every role must map to an account - a missing role is
      *> named on the console and refuses the run
       1000-load-account-map section.
           move spaces to roleAccounts
           move "N" to eof
           open input accountMapFile
           if fs-accountmap = "00" or fs-accountmap = "05"
               perform until eof = "Y"
                   read accountMapFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1100-note-one-mapping
                   end-read
               end-perform
           end-if
           close accountMapFile
           move "N" to eof
           move 1 to sub
           perform until sub > 7
               if roleAccount(sub) = spaces
                   move "N" to wsMapOk
                   display "no account mapped for role "
                       roleName(sub)
               end-if
               add 1 to sub
           end-perform
           .

       1100-note-one-mapping section.
           move 1 to sub
           perform until sub > 7
               if roleName(sub) = am-role
                   move am-account to roleAccount(sub)
               end-if
               add 1 to sub
           end-perform
           .

      *> numeric invoice numbers are invoices, or - carrying no due
      *> date - interest charged on an existing invoice; "CN" rows
      *> are credit notes.  The TOTALS trailer is skipped.
       2000-journal-register section.
           open input registerFile
           if fs-register = "00" or fs-register = "05"
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           if rg-date is numeric
                              and rg-date = wsJournalDate
                               perform 2100-journal-register-row
                           end-if
                   end-read
               end-perform
           end-if
           close registerFile
           move "N" to eof
           .

       2100-journal-register-row section.
           compute wsFee rounded = function numval(rg-fee) * 100
           compute wsVat rounded = function numval(rg-vat) * 100
           compute wsTotal rounded = function numval(rg-total) * 100
           move rg-invoiceNo to wsReference
           if rg-recordId is numeric
               move rg-recordId to wsRecordId
           else
               move 0 to wsRecordId
           end-if
           evaluate true
               when rg-invoiceNo(1:2) = "CN"
                   perform 2300-journal-credit-note
               when rg-invoiceNo is not numeric
                   continue
               when rg-dueDate is numeric
                   perform 2200-journal-invoice
               when other
                   perform 2400-journal-interest
           end-evaluate
           .

       2200-journal-invoice section.
           add 1 to invoiceCount
           add 1 to wsEntryNo
           move "INV" to wsSource
           move acReceivables to wsLineRole
           move "DR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           move acRevenue to wsLineRole
           move "CR" to wsLineSide
           move wsFee to wsLineAmount
           perform 7000-write-journal-line
           move acVatPayable to wsLineRole
           move wsVat to wsLineAmount
           perform 7000-write-journal-line
           .

      *> credit rows carry negative amounts - the entry reverses the
      *> invoice's
       2300-journal-credit-note section.
           add 1 to creditCount
           add 1 to wsEntryNo
           move "CRN" to wsSource
           move acRevenue to wsLineRole
           move "DR" to wsLineSide
           compute wsLineAmount = 0 - wsFee
           perform 7000-write-journal-line
           move acVatPayable to wsLineRole
           compute wsLineAmount = 0 - wsVat
           perform 7000-write-journal-line
           move acReceivables to wsLineRole
           move "CR" to wsLineSide
           compute wsLineAmount = 0 - wsTotal
           perform 7000-write-journal-line
           .

       2400-journal-interest section.
           add 1 to interestCount
           add 1 to wsEntryNo
           move "INT" to wsSource
           move acReceivables to wsLineRole
           move "DR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           move acInterestInc to wsLineRole
           move "CR" to wsLineSide
           perform 7000-write-journal-line
           .

      *> the day's history rows are the ones paymentPosting wrote
      *> on the journal date - ph-runDate, not the payment's own
      *> value date
       3000-journal-payment-history section.
           open input payHistoryFile
           if fs-payhistory = "00" or fs-payhistory = "05"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-runDate = wsJournalDate
                               perform 3100-journal-history-row
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           .

       3100-journal-history-row section.
           move ph-invoiceNo to wsReference
           move 0 to wsRecordId
           move ph-amount to wsTotal
           evaluate ph-type
               when "P"
                   perform 3200-journal-payment
               when "R"
                   perform 3300-journal-reversal
               when "A"
                   perform 3400-journal-on-account
               when "K"
                   perform 3500-journal-agency-fee
               when other
                   continue
           end-evaluate
           .

      *> the cash splits between the invoice and whatever excess
      *> was held on account; rows written before the on-account
      *> column existed applied everything to the invoice
       3200-journal-payment section.
           add 1 to paymentCount
           add 1 to wsEntryNo
           move "PAY" to wsSource
           if ph-onAccount is numeric
               move ph-onAccount to wsHeld
           else
               move 0 to wsHeld
           end-if
           compute wsApplied = wsTotal - wsHeld
           move acBank to wsLineRole
           move "DR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           move acReceivables to wsLineRole
           move "CR" to wsLineSide
           move wsApplied to wsLineAmount
           perform 7000-write-journal-line
           move acOnAccount to wsLineRole
           move wsHeld to wsLineAmount
           perform 7000-write-journal-line
           .

      *> the bounced cash comes back off wherever the payment put
      *> it - the invoice, and the part held on account - the same
      *> split as 3200; rows written before the split carry zero
      *> on account
       3300-journal-reversal section.
           add 1 to reversalCount
           add 1 to wsEntryNo
           move "REV" to wsSource
           if ph-onAccount is numeric
               move ph-onAccount to wsHeld
           else
               move 0 to wsHeld
           end-if
           compute wsApplied = wsTotal - wsHeld
           move acReceivables to wsLineRole
           move "DR" to wsLineSide
           move wsApplied to wsLineAmount
           perform 7000-write-journal-line
           move acOnAccount to wsLineRole
           move wsHeld to wsLineAmount
           perform 7000-write-journal-line
           move acBank to wsLineRole
           move "CR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           .

       3400-journal-on-account section.
           add 1 to onAccountCount
           add 1 to wsEntryNo
           move "ONA" to wsSource
           move acOnAccount to wsLineRole
           move "DR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           move acReceivables to wsLineRole
           move "CR" to wsLineSide
           perform 7000-write-journal-line
           .

      *> the part of a collected debt the agency kept - the cost of
      *> collecting it, booked with the debts we could not collect
       3500-journal-agency-fee section.
           add 1 to agencyFeeCount
           add 1 to wsEntryNo
           move "AGC" to wsSource
           move acBadDebt to wsLineRole
           move "DR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           move acReceivables to wsLineRole
           move "CR" to wsLineSide
           perform 7000-write-journal-line
           .

      *> every write-off no journal has taken, up to the journal
      *> date, plus those this date already took - the history is
      *> copied through the work file with the taken rows stamped
       4000-journal-write-offs section.
           move "N" to eof
           open input writeOffHistoryFile
           if fs-writeoff = "00"
               open output writeOffWorkFile
               perform until eof = "Y"
                   read writeOffHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 4050-take-one-write-off
                   end-read
               end-perform
               close writeOffWorkFile
               close writeOffHistoryFile

               move "N" to eof
               open input writeOffWorkFile
               open output writeOffHistoryFile
               perform until eof = "Y"
                   read writeOffWorkFile
                       at end
                           move "Y" to eof
                       not at end
                           write writeOffHistoryRec
                               from writeOffWorkLine
                   end-read
               end-perform
               close writeOffHistoryFile
               close writeOffWorkFile
           else
               close writeOffHistoryFile
           end-if
           move "N" to eof
           .

       4050-take-one-write-off section.
           if woJournalDate = spaces
              and woDate is numeric
              and woDate <= wsJournalDate
               move wsJournalDateX to woJournalDate
           end-if
           if woJournalDate = wsJournalDateX
               perform 4100-journal-write-off
           end-if
           write writeOffWorkLine from writeOffHistoryRec
           .

       4100-journal-write-off section.
           add 1 to writeOffCount
           add 1 to wsEntryNo
           move "WOF" to wsSource
           move woRecordId to wsRecordId
           move woAmount to wsTotal
           move woInvoiceNo to wsReference
           move acBadDebt to wsLineRole
           move "DR" to wsLineSide
           move wsTotal to wsLineAmount
           perform 7000-write-journal-line
           move acReceivables to wsLineRole
           move "CR" to wsLineSide
           perform 7000-write-journal-line
           .

      *> every entry balances by construction, so an out-of-balance
      *> trailer means a damaged source row - it goes to the alert
      *> file as well as the journal
       5000-write-trailer section.
           move wsEntryNo to jt-entries
           move lineCount to jt-lines
           compute wsAmountEdit = debitTotal / 100
           move wsAmountEdit to jt-debits
           compute wsAmountEdit = creditTotal / 100
           move wsAmountEdit to jt-credits
           if debitTotal = creditTotal
               move "BALANCED" to jt-result
           else
               move "OUT-OF-BALANCE" to jt-result
               move spaces to wsAlertText
               move "GL journal out of balance - do not import"
                   to wsAlertText
               perform 9800-raise-alert
           end-if
           write journalLine from journalTrailer
           .

       6000-post-control-totals section.
           open extend ledgerFile
           move spaces to ledgerLine
           move "GL-JOURNAL-DEBIT" to le-totalId
           move wsJournalDate to le-date
           compute le-amount = debitTotal / 100
           move lineCount to le-count
           write ledgerLine
           close ledgerFile
           .

      *> one journal line for the role in wsLineRole - a zero
      *> amount (no VAT, nothing held on account) writes nothing
       7000-write-journal-line section.
           if wsLineAmount not = 0
               move spaces to journalDetail
               move "D" to jd-rowType
               move wsJournalDate to jd-date
               move wsEntryNo to jd-entryNo
               move roleAccount(wsLineRole) to jd-account
               move wsLineSide to jd-side
               compute wsAmountEdit = wsLineAmount / 100
               move wsAmountEdit to jd-amount
               move wsSource to jd-source
               move wsReference to jd-reference
               move wsRecordId to jd-recordId
               write journalLine from journalDetail
               add 1 to lineCount
               if wsLineSide = "DR"
                   add wsLineAmount to debitTotal
               else
                   add wsLineAmount to creditTotal
               end-if
           end-if
           .

       9800-raise-alert section.
           open extend alertFile
           move spaces to alertLine
           move wsJournalDate to al-date
           accept wsAlertTime from time
           move wsAlertTime(1:6) to al-time
           move "C" to al-severity
           move "generalLedgerJnl" to al-sourceJob
           move wsAlertText to al-text
           move "N" to al-ackFlag
           write alertLine
           close alertFile
           .

       end program generalLedgerJournal.
