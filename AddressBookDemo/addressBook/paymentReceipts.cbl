      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The payment acknowledgment run, behind paymentPosting - a
      *> customer who paid by transfer hears that we have the money
      *> instead of ringing to ask.  Every payment the night's
      *> posting applied ("P" rows on payment-history.txt with that
      *> run date - dateParm, zero for tonight) is acknowledged, one
      *> receipt per contact covering every invoice they paid that
      *> night: the amount received, each invoice it went to and
      *> whether that invoice is now paid in full, the contact's
      *> money held on account (on-account.txt) and the balance
      *> still open on the receivables master.  A payment reversed
      *> the same night it posted gets no receipt.  A reversal
      *> ("R" row) of a payment that was receipted produces a
      *> corrected notice withdrawing the receipt, with the balance
      *> as it now stands.
      *> Receipts merge from templates in the letter-template.txt
      *> token style - receipt-template-1.txt the receipt letter,
      *> -2 the corrected-notice letter, -3 and -4 the one-line
      *> email text of each - taking &RECEIPT, &DATE, &AMOUNT,
      *> &ONACCOUNT, &BALANCE, &ORIGINAL (the receipt a notice
      *> withdraws) and &INVOICES (the invoice numbers, listed) on
      *> top of the record-field tokens.  A letter line carrying
      *> &INVOICE is printed once per payment on the receipt, with
      *> &PAID and &SETTLED for that payment.  A contact whose
      *> preference row asks for email (prefChannel E) and has an
      *> address gets the email through message-outbox.txt, the
      *> SMS/email gateway's file; everyone else a letter on
      *> receipt-letters.txt.  A do-not-mail contact gets neither.
      *> Every payment a receipt or notice covers is logged on
      *> receipt-log.txt under the receipt number, which is what
      *> keeps a rerun from acknowledging twice and what a reversal
      *> is matched against.  A payment taken at the branch counter
      *> had its receipt printed there (counter-payments.txt), so it
      *> gets no second one - but should it come back through a
      *> reversal, the corrected notice withdraws the counter receipt.
       program-id. paymentReceipts as "paymentReceipts".

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
           alternate record key recordName of rec with duplicates.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

      *> paymentPosting's record of every payment posted ("P") and
      *> reversed ("R")
           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional onAccountFile assign to ".\on-account.txt"
           organization is line sequential
           file status is fs-onaccount.

      *> one receipt template per kind, each in the
      *> letter-template.txt substitution-token style
           select templateFile assign to wsTemplatePath
           organization is line sequential
           file status is fs-template.

           select optional receiptLogFile
           assign to ".\receipt-log.txt"
           organization is line sequential
           file status is fs-receiptlog.

           select optional counterFile
           assign to ".\counter-payments.txt"
           organization is line sequential
           file status is fs-counter.

           select printFile assign to ".\receipt-letters.txt"
           organization is line sequential.

           select optional outboxFile
           assign to ".\message-outbox.txt"
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

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

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
           03 filler       pic x(1).
           03 ph-operator  pic x(8).

       fd onAccountFile.
       01 onAccountLine.
           03 oa-recordId pic 9(9).
           03 filler      pic x(1).
           03 oa-amount   pic 9(9).

       fd templateFile.
       01 templateLine pic x(132).

       fd receiptLogFile.
       01 receiptLogRec.
       copy "receipt.cpy".

       fd counterFile.
       01 counterRec.
       copy "counterpay.cpy".

       fd printFile.
       01 printLine pic x(132).

       fd outboxFile.
       01 outboxLine.
           03 ob-messageId pic x(14).
           03 filler       pic x(1) value space.
           03 ob-channel   pic x(1).
           03 filler       pic x(1) value space.
           03 ob-address   pic x(50).
           03 filler       pic x(1) value space.
           03 ob-text      pic x(100).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 wsDatafilePath pic x(255).
       01 wsTemplatePath pic x(30).
       01 fs-master     pic x(2).
       01 fs-preference pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-onaccount  pic x(2).
       01 fs-template   pic x(2).
       01 fs-receiptlog pic x(2).
       01 fs-counter    pic x(2).
       01 wsRunDate  pic 9(8).
       01 wsPostDate pic 9(8).
       01 wsDateView redefines wsPostDate.
           03 dv-yyyy pic 9(4).
           03 dv-mm   pic 9(2).
           03 dv-dd   pic 9(2).
       01 wsDateText pic x(10).
      *> the night's payments and reversals, one entry per payment
      *> key (invoice, payment date, amount) - pt-net counts rows of
      *> the kind less any that cancel them the same night
       01 payTable.
           03 payEntry occurs 3000 times.
      *>       P payment to acknowledge, R reversal to correct
               05 pt-kind      pic x(1).
               05 pt-invoiceNo pic 9(9) comp-5.
               05 pt-payDate   pic 9(8).
               05 pt-amount    pic 9(9) comp-5.
               05 pt-onAccount pic 9(9) comp-5.
               05 pt-net       pic s9(4) comp-5.
      *>       Y already on the receipt log - acknowledged or
      *>       corrected by an earlier run; K receipted at the
      *>       branch counter when it was taken
               05 pt-done      pic x(1).
               05 pt-recordId  pic 9(9) comp-5.
      *>       on a reversal, the receipt that acknowledged the
      *>       payment, if any
               05 pt-original  pic x(14).
               05 pt-groupSub  pic 9(9) comp-5.
       01 payCount pic 9(9) comp-5 value 0.
       01 ptSub pic 9(9) comp-5 value 0.
       01 wsFindKind pic x(1).
       01 wsFindInvoice pic 9(9) comp-5.
       01 wsFindDate pic 9(8).
       01 wsFindAmount pic 9(9) comp-5.
      *> one receipt or notice per contact and kind
       01 groupTable.
           03 groupEntry occurs 2000 times.
      *>       I receipt, C corrected notice
               05 gr-kind     pic x(1).
               05 gr-recordId pic 9(9) comp-5.
               05 gr-amount   pic 9(11) comp-5.
               05 gr-original pic x(14).
       01 groupCount pic 9(9) comp-5 value 0.
       01 grSub pic 9(9) comp-5 value 0.
      *> per-contact on-account balances, in hundredths
       01 onAccountTable.
           03 onAccountEntry occurs 5000 times.
               05 oa-t-recordId pic 9(9) comp-5.
               05 oa-t-amount   pic 9(9) comp-5.
       01 onAccountCount pic 9(9) comp-5 value 0.
      *> the four templates held in memory - 1 receipt letter,
      *> 2 corrected-notice letter, 3 receipt email, 4 corrected-
      *> notice email
       01 templateTable.
           03 templateKind occurs 4 times.
               05 templateEntry occurs 60 times pic x(132).
               05 templateCount pic 9(9) comp-5.
       01 kindSub pic 9(1).
       01 lineSub pic 9(9) comp-5 value 1.
       01 wsInLine  pic x(132).
       01 wsOutLine pic x(132).
       01 inPos  pic 9(3) comp-5 value 1.
       01 outPos pic 9(3) comp-5 value 1.
       01 wsLineTally pic 9(4) comp-5 value 0.
       01 wsListTally pic 9(4) comp-5 value 0.
      *> the payment the current &INVOICE line is printing
       01 wsLineSub pic 9(9) comp-5 value 0.
       01 wsCodeText pic 9(5).
       01 wsInvoiceText pic 9(9).
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 wsAmountText pic z(8)9.99.
       01 wsBalance   pic 9(11) comp-5 value 0.
       01 wsOnAccount pic 9(9) comp-5 value 0.
       01 wsPaid      pic 9(9) comp-5 value 0.
       01 wsSettled   pic x(15).
       01 wsInvoiceList pic x(100).
       01 wsListPos pic 9(3) comp-5 value 1.
       01 wsMasterEof pic x(1) value "N".
       01 wsChannel pic x(1).
       01 wsAddress pic x(50).
      *> receipt numbers run RC<date><sequence>, the sequence
      *> carrying on from any earlier run today
       01 wsReceiptNo.
           03 filler pic x(2) value "RC".
           03 rn-date pic 9(8).
           03 rn-seq  pic 9(4).
       01 wsSequence pic 9(4) value 0.
       01 postedReceiptCount  pic 9(9) comp-5 value 0.
       01 emailReceiptCount   pic 9(9) comp-5 value 0.
       01 correctionCount     pic 9(9) comp-5 value 0.
       01 withheldCount       pic 9(9) comp-5 value 0.
       01 repeatCount         pic 9(9) comp-5 value 0.
       01 counterCount        pic 9(9) comp-5 value 0.
       01 sameNightCount      pic 9(9) comp-5 value 0.
       01 noReceiptCount      pic 9(9) comp-5 value 0.
       01 unmatchedCount      pic 9(9) comp-5 value 0.
       01 standDownCount      pic 9(9) comp-5 value 0.
       01 separatorLine pic x(40) value all "-".
       01 trailerLine.
           03 tr-label pic x(19).
           03 tr-count pic z(8)9.

       linkage section.
      *> the posting night to acknowledge, zero for tonight
       01 dateParm pic 9(8).

       procedure division using dateParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           if dateParm = 0
               move wsRunDate to wsPostDate
           else
               move dateParm to wsPostDate
           end-if
           string dv-dd "/" dv-mm "/" dv-yyyy
               delimited by size into wsDateText
           end-string

           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", no receipts issued"
               goback
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if

           perform 0500-load-templates
           perform 0600-load-on-account
           perform 1000-load-payment-history
           perform 1500-match-receipt-log
           perform 1600-match-counter-payments
           perform 2000-group-payments

           open input datafile
           open input preferenceFile
           open output printFile
           open extend outboxFile
           open extend receiptLogFile
           move 1 to grSub
           perform until grSub > groupCount
               perform 3000-issue-one-group
               add 1 to grSub
           end-perform
           perform 5000-write-trailer
           close receiptLogFile
           close outboxFile
           close printFile
           close preferenceFile
           close datafile
           close receivablesFile

           display "receipts by post:     " postedReceiptCount
           display "receipts by email:    " emailReceiptCount
           display "corrected notices:    " correctionCount
           display "withheld, do-not-mail:" withheldCount
           display "already acknowledged: " repeatCount
           display "receipted at counter: " counterCount
           display "reversed same night:  " sameNightCount
           display "reversals unreceipted:" noReceiptCount
           display "invoice not on master:" unmatchedCount
           display "template stood down:  " standDownCount
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

      *> a missing or empty template stands its kind down rather
      *> than sending blank receipts
       0500-load-templates section.
           move 1 to kindSub
           perform until kindSub > 4
               move spaces to wsTemplatePath
               string ".\receipt-template-" kindSub ".txt"
                   delimited by size into wsTemplatePath
               end-string
               move 0 to templateCount(kindSub)
               move "N" to eof
               open input templateFile
               if fs-template = "00"
                   perform until eof = "Y"
                       read templateFile
                           at end
                               move "Y" to eof
                           not at end
                               if templateCount(kindSub) < 60
                                   add 1 to templateCount(kindSub)
                                   move templateLine to templateEntry
                                       (kindSub,
                                        templateCount(kindSub))
                               end-if
                       end-read
                   end-perform
                   close templateFile
               else
                   display "receipt template " kindSub
                       " not found, file status " fs-template
                       " - stood down"
               end-if
               add 1 to kindSub
           end-perform
           move "N" to eof
           .

       0600-load-on-account section.
           move "N" to eof
           open input onAccountFile
           if fs-onaccount = "00"
               perform until eof = "Y"
                   read onAccountFile
                       at end
                           move "Y" to eof
                       not at end
                           if onAccountCount < 5000
                              and oa-amount is numeric
                               add 1 to onAccountCount
                               move oa-recordId
                                   to oa-t-recordId(onAccountCount)
                               move oa-amount
                                   to oa-t-amount(onAccountCount)
                           end-if
                   end-read
               end-perform
           end-if
           close onAccountFile
           move "N" to eof
           .

       1000-load-payment-history section.
           move "N" to eof
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-runDate = wsPostDate
                              and (ph-type = "P" or ph-type = "R")
                               perform 1100-note-one-payment
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           .

      *> a reversal first cancels a payment posted the same night -
      *> that payment never gets a receipt; otherwise it is a
      *> reversal of an earlier night's payment, to be corrected
       1100-note-one-payment section.
           move ph-invoiceNo to wsFindInvoice
           move ph-date to wsFindDate
           move ph-amount to wsFindAmount
           move "P" to wsFindKind
           perform 1200-find-entry
           if ph-type = "P"
               if matchSub > 0
                   add 1 to pt-net(matchSub)
               else
                   perform 1300-add-entry
               end-if
           else
               if matchSub > 0 and pt-net(matchSub) > 0
                   subtract 1 from pt-net(matchSub)
                   add 1 to sameNightCount
               else
                   move "R" to wsFindKind
                   perform 1200-find-entry
                   if matchSub > 0
                       add 1 to pt-net(matchSub)
                   else
                       perform 1300-add-entry
                   end-if
               end-if
           end-if
           .

      *> matchSub names the entry of wsFindKind for the payment key,
      *> zero when there is none
       1200-find-entry section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > payCount
               if pt-kind(sub) = wsFindKind
                  and pt-invoiceNo(sub) = wsFindInvoice
                  and pt-payDate(sub) = wsFindDate
                  and pt-amount(sub) = wsFindAmount
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           .

       1300-add-entry section.
           if payCount < 3000
               add 1 to payCount
               move payCount to matchSub
               move wsFindKind to pt-kind(matchSub)
               move wsFindInvoice to pt-invoiceNo(matchSub)
               move wsFindDate to pt-payDate(matchSub)
               move wsFindAmount to pt-amount(matchSub)
               if ph-onAccount is numeric
                   move ph-onAccount to pt-onAccount(matchSub)
               else
                   move 0 to pt-onAccount(matchSub)
               end-if
               move 1 to pt-net(matchSub)
               move "N" to pt-done(matchSub)
               move 0 to pt-recordId(matchSub)
               move spaces to pt-original(matchSub)
               move 0 to pt-groupSub(matchSub)
           else
               display "more than 3000 payments - invoice "
                   ph-invoiceNo " left unacknowledged"
           end-if
           .

      *> an "I" row means the payment has had its receipt - and,
      *> for a reversal, names the receipt to withdraw; a "C" row
      *> means the reversal has had its notice
       1500-match-receipt-log section.
           move "N" to eof
           open input receiptLogFile
           if fs-receiptlog = "00"
               perform until eof = "Y"
                   read receiptLogFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1510-match-one-log-row
                   end-read
               end-perform
           end-if
           close receiptLogFile
           move "N" to eof
           .

       1510-match-one-log-row section.
           if rcIssueDate = wsRunDate
              and rcReceiptNo(11:4) is numeric
              and rcReceiptNo(11:4) > wsSequence
               move rcReceiptNo(11:4) to wsSequence
           end-if
           move rcInvoiceNo to wsFindInvoice
           move rcPayDate to wsFindDate
           move rcAmount to wsFindAmount
           if rcType = "I"
               move "P" to wsFindKind
               perform 1200-find-entry
               if matchSub > 0
                   move "Y" to pt-done(matchSub)
               end-if
               move "R" to wsFindKind
               perform 1200-find-entry
               if matchSub > 0
                   move rcReceiptNo to pt-original(matchSub)
                   move rcRecordId to pt-recordId(matchSub)
               end-if
           end-if
           if rcType = "C"
               move "R" to wsFindKind
               perform 1200-find-entry
               if matchSub > 0
                   move "Y" to pt-done(matchSub)
               end-if
           end-if
           .

      *> a payment on the counter journal was receipted at the desk;
      *> a reversal of one, with no receipt of ours to withdraw,
      *> withdraws the counter receipt
       1600-match-counter-payments section.
           move "N" to eof
           open input counterFile
           if fs-counter = "00"
               perform until eof = "Y"
                   read counterFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1610-match-one-counter-row
                   end-read
               end-perform
           end-if
           close counterFile
           move "N" to eof
           .

       1610-match-one-counter-row section.
           move cpInvoiceNo to wsFindInvoice
           move cpDate to wsFindDate
           move cpAmount to wsFindAmount
           move "P" to wsFindKind
           perform 1200-find-entry
           if matchSub > 0 and pt-done(matchSub) not = "Y"
               move "K" to pt-done(matchSub)
           end-if
           move "R" to wsFindKind
           perform 1200-find-entry
           if matchSub > 0 and pt-original(matchSub) = spaces
               move cpReceiptNo to pt-original(matchSub)
               move cpRecordId to pt-recordId(matchSub)
           end-if
           .

       2000-group-payments section.
           move 1 to ptSub
           perform until ptSub > payCount
               evaluate true
                   when pt-net(ptSub) <= 0
                       continue
                   when pt-done(ptSub) = "Y"
                       add 1 to repeatCount
                   when pt-done(ptSub) = "K"
                       add 1 to counterCount
                   when pt-kind(ptSub) = "P"
                       perform 2100-owner-of-payment
                       if pt-recordId(ptSub) > 0
                           perform 2200-add-to-group
                       end-if
                   when pt-original(ptSub) = spaces
      *> the payment was never acknowledged - nothing to withdraw
                       add 1 to noReceiptCount
                   when other
                       perform 2200-add-to-group
               end-evaluate
               add 1 to ptSub
           end-perform
           .

       2100-owner-of-payment section.
           move pt-invoiceNo(ptSub) to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   add 1 to unmatchedCount
                   display "invoice " pt-invoiceNo(ptSub)
                       " not on the receivables master - no receipt"
               not invalid key
                   move rmRecordId of receivableRec
                       to pt-recordId(ptSub)
           end-read
           .

       2200-add-to-group section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > groupCount
               if gr-recordId(sub) = pt-recordId(ptSub)
                  and ((gr-kind(sub) = "I" and pt-kind(ptSub) = "P")
                    or (gr-kind(sub) = "C" and pt-kind(ptSub) = "R"))
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and groupCount < 2000
               add 1 to groupCount
               move groupCount to matchSub
               if pt-kind(ptSub) = "P"
                   move "I" to gr-kind(matchSub)
               else
                   move "C" to gr-kind(matchSub)
               end-if
               move pt-recordId(ptSub) to gr-recordId(matchSub)
               move 0 to gr-amount(matchSub)
               move pt-original(ptSub) to gr-original(matchSub)
           end-if
           if matchSub > 0
               move matchSub to pt-groupSub(ptSub)
               add pt-amount(ptSub) to gr-amount(matchSub)
           end-if
           .

      *> the contact's name and address come off datafile by
      *> recordId - a receipt for a recordId with no live record
      *> still prints, flagged, the way dunningLetters does
       3000-issue-one-group section.
           move gr-recordId(grSub) to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move spaces to rec(5:)
                   move "(no record)" to recordName of rec
           end-read
           perform 3100-choose-channel
           evaluate true
               when wsChannel = space
                   add 1 to withheldCount
               when wsChannel = "E" and gr-kind(grSub) = "I"
                   move 3 to kindSub
               when wsChannel = "E"
                   move 4 to kindSub
               when gr-kind(grSub) = "I"
                   move 1 to kindSub
               when other
                   move 2 to kindSub
           end-evaluate
           if wsChannel not = space
               if templateCount(kindSub) = 0
                   add 1 to standDownCount
               else
                   perform 3200-contact-balance
                   add 1 to wsSequence
                   move wsRunDate to rn-date
                   move wsSequence to rn-seq
                   if wsChannel = "E"
                       perform 3400-send-email
                   else
                       perform 3300-print-letter
                   end-if
                   evaluate true
                       when gr-kind(grSub) = "C"
                           add 1 to correctionCount
                       when wsChannel = "E"
                           add 1 to emailReceiptCount
                       when other
                           add 1 to postedReceiptCount
                   end-evaluate
                   perform 3500-log-receipt
               end-if
           end-if
           .

      *> wsChannel comes back E (email to wsAddress), P (post), or
      *> space when the contact has asked for no mail at all; no
      *> preference row reads as post with no do-not flags
       3100-choose-channel section.
           move "P" to wsChannel
           move spaces to wsAddress
           move recordId of rec to prefRecordId of preferenceRec
           read preferenceFile
               key is prefRecordId of preferenceRec
               invalid key
                   move space to prefChannel of preferenceRec
                   move "N" to prefDoNotMail of preferenceRec
           end-read
           evaluate true
               when prefDoNotMail of preferenceRec = "Y"
                   move space to wsChannel
               when prefChannel of preferenceRec = "E"
                    and recordEmail of rec not = spaces
                   move "E" to wsChannel
                   move recordEmail of rec to wsAddress
               when other
                   continue
           end-evaluate
           .

      *> what the contact still owes across every open invoice, and
      *> what they have with us on account
       3200-contact-balance section.
           move 0 to wsBalance
           move "N" to wsMasterEof
           move gr-recordId(grSub) to rmRecordId of receivableRec
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
                           not = gr-recordId(grSub)
                           move "Y" to wsMasterEof
                       else
                           if rmStatus of receivableRec = "O"
                              and rmDue of receivableRec
                                  > rmPaid of receivableRec
                               compute wsBalance = wsBalance
                                   + rmDue of receivableRec
                                   - rmPaid of receivableRec
                           end-if
                       end-if
               end-read
           end-perform

           move 0 to wsOnAccount
           move 1 to sub
           perform until sub > onAccountCount
               if oa-t-recordId(sub) = gr-recordId(grSub)
                   move oa-t-amount(sub) to wsOnAccount
               end-if
               add 1 to sub
           end-perform

           move spaces to wsInvoiceList
           move 1 to wsListPos
           move 1 to ptSub
           perform until ptSub > payCount
               if pt-groupSub(ptSub) = grSub
                   move pt-invoiceNo(ptSub) to wsInvoiceText
                   if wsListPos > 1
                       string ", " delimited by size
                           into wsInvoiceList
                           with pointer wsListPos
                           on overflow continue
                       end-string
                   end-if
                   string wsInvoiceText delimited by size
                       into wsInvoiceList
                       with pointer wsListPos
                       on overflow continue
                   end-string
               end-if
               add 1 to ptSub
           end-perform
           .

      *> a template line carrying &INVOICE is printed once for each
      *> payment on the receipt; every other line once
       3300-print-letter section.
           move 0 to wsLineSub
           move 1 to lineSub
           perform until lineSub > templateCount(kindSub)
               move templateEntry(kindSub, lineSub) to wsInLine
               move 0 to wsLineTally
               move 0 to wsListTally
               inspect wsInLine tallying wsLineTally for all "&INVOICE"
               inspect wsInLine tallying wsListTally
                   for all "&INVOICES"
               if wsLineTally > wsListTally
                   move 1 to ptSub
                   perform until ptSub > payCount
                       if pt-groupSub(ptSub) = grSub
                           move ptSub to wsLineSub
                           perform 3310-payment-line-values
                           perform 4000-substitute-one-line
                           write printLine from wsOutLine
                       end-if
                       add 1 to ptSub
                   end-perform
                   move 0 to wsLineSub
               else
                   perform 4000-substitute-one-line
                   write printLine from wsOutLine
               end-if
               add 1 to lineSub
           end-perform
           write printLine from separatorLine
           .

      *> the part of a payment that went to the invoice, and where
      *> the invoice now stands - a returned payment is the whole
      *> amount, coming back off the invoice
       3310-payment-line-values section.
           move pt-invoiceNo(wsLineSub) to wsInvoiceText
           if pt-kind(wsLineSub) = "R"
               move pt-amount(wsLineSub) to wsPaid
               move "RETURNED UNPAID" to wsSettled
           else
               if pt-onAccount(wsLineSub) < pt-amount(wsLineSub)
                   compute wsPaid = pt-amount(wsLineSub)
                       - pt-onAccount(wsLineSub)
               else
                   move 0 to wsPaid
               end-if
               move "PART PAID" to wsSettled
               move pt-invoiceNo(wsLineSub)
                   to rmInvoiceNo of receivableRec
               read receivablesFile
                   key is rmInvoiceNo of receivableRec
                   invalid key
                       continue
                   not invalid key
                       if rmPaid of receivableRec
                           >= rmDue of receivableRec
                           move "PAID IN FULL" to wsSettled
                       end-if
               end-read
           end-if
           .

      *> the email is the template's first line, merged - the
      *> gateway takes one line of text per message
       3400-send-email section.
           move templateEntry(kindSub, 1) to wsInLine
           move 0 to wsLineSub
           perform 4000-substitute-one-line
           move spaces to outboxLine
           move wsReceiptNo to ob-messageId
           move "E" to ob-channel
           move wsAddress to ob-address
           move wsOutLine to ob-text
           write outboxLine
           .

       3500-log-receipt section.
           move 1 to ptSub
           perform until ptSub > payCount
               if pt-groupSub(ptSub) = grSub
                   move spaces to receiptLogRec
                   move gr-kind(grSub) to rcType
                   move wsReceiptNo to rcReceiptNo
                   move wsRunDate to rcIssueDate
                   move gr-recordId(grSub) to rcRecordId
                   move pt-invoiceNo(ptSub) to rcInvoiceNo
                   move pt-payDate(ptSub) to rcPayDate
                   move pt-amount(ptSub) to rcAmount
                   move pt-onAccount(ptSub) to rcOnAccount
                   move wsChannel to rcChannel
                   if gr-kind(grSub) = "C"
                       move pt-original(ptSub) to rcOriginal
                   end-if
                   move wsAddress to rcAddress
                   write receiptLogRec
               end-if
               add 1 to ptSub
           end-perform
           .

      *> same character copy as mailMergeLetters, with the receipt's
      *> own tokens on top of the record-field tokens
       4000-substitute-one-line section.
           move spaces to wsOutLine
           move 1 to inPos
           move 1 to outPos
           perform until inPos > 132
               if wsInLine(inPos:1) = "&"
                   perform 4100-substitute-one-token
               else
                   if outPos <= 132
                       move wsInLine(inPos:1) to wsOutLine(outPos:1)
                       add 1 to outPos
                   end-if
                   add 1 to inPos
               end-if
           end-perform
           .

       4100-substitute-one-token section.
           evaluate true
               when inPos <= 124
                    and wsInLine(inPos:9) = "&INVOICES"
                   string wsInvoiceList delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 9 to inPos
               when inPos <= 125
                    and wsInLine(inPos:8) = "&INVOICE"
                   if wsLineSub > 0
                       string wsInvoiceText delimited by size
                           into wsOutLine
                           with pointer outPos
                           on overflow continue
                       end-string
                   end-if
                   add 8 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&PAID"
                   if wsLineSub > 0
                       compute wsAmountEdit = wsPaid / 100
                       move wsAmountEdit to wsAmountText
                       string wsAmountText delimited by size
                           into wsOutLine
                           with pointer outPos
                           on overflow continue
                       end-string
                   end-if
                   add 5 to inPos
               when inPos <= 125
                    and wsInLine(inPos:8) = "&SETTLED"
                   if wsLineSub > 0
                       string wsSettled delimited by "  "
                           into wsOutLine
                           with pointer outPos
                           on overflow continue
                       end-string
                   end-if
                   add 8 to inPos
               when inPos <= 125
                    and wsInLine(inPos:8) = "&RECEIPT"
                   string wsReceiptNo delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 8 to inPos
               when inPos <= 124
                    and wsInLine(inPos:9) = "&ORIGINAL"
                   string gr-original(grSub) delimited by space
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 9 to inPos
               when inPos <= 123
                    and wsInLine(inPos:10) = "&ONACCOUNT"
                   compute wsAmountEdit = wsOnAccount / 100
                   move wsAmountEdit to wsAmountText
                   string wsAmountText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 10 to inPos
               when inPos <= 125
                    and wsInLine(inPos:8) = "&BALANCE"
                   compute wsAmountEdit = wsBalance / 100
                   move wsAmountEdit to wsAmountText
                   string wsAmountText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 8 to inPos
               when inPos <= 126
                    and wsInLine(inPos:7) = "&AMOUNT"
                   compute wsAmountEdit = gr-amount(grSub) / 100
                   move wsAmountEdit to wsAmountText
                   string wsAmountText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 7 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&DATE"
                   string wsDateText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when inPos <= 126
                    and wsInLine(inPos:7) = "&FAMILY"
                   string recordFamily of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 7 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&NAME"
                   string recordName of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when inPos <= 126
                    and wsInLine(inPos:7) = "&STREET"
                   string recordStreet of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 7 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&CODE"
                   move recordCode of rec to wsCodeText
                   string wsCodeText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&CITY"
                   string recordCity of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when other
                   if outPos <= 132
                       move wsInLine(inPos:1) to wsOutLine(outPos:1)
                       add 1 to outPos
                   end-if
                   add 1 to inPos
           end-evaluate
           .

       5000-write-trailer section.
           move spaces to printLine
           write printLine
           move spaces to trailerLine
           move "RECEIPTS POSTED:   " to tr-label
           move postedReceiptCount to tr-count
           write printLine from trailerLine
           move spaces to trailerLine
           move "RECEIPTS EMAILED:  " to tr-label
           move emailReceiptCount to tr-count
           write printLine from trailerLine
           move spaces to trailerLine
           move "CORRECTED NOTICES: " to tr-label
           move correctionCount to tr-count
           write printLine from trailerLine
           .

       end program paymentReceipts.
