      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The branch desk's till, in the appointmentScreen style - the
      *> cash or card a customer hands over at the counter is taken
      *> here instead of on a paper slip keyed by finance days later.
      *> The operator signs on with a password and names the till,
      *> then for each customer keys the recordId: the contact is
      *> named and their open invoices listed off the receivables
      *> master, with what is still owed on each.  The operator picks
      *> the invoice, keys the amount and the tender (C cash, K card,
      *> Q cheque), and the payment is journaled on
      *> counter-payments.txt and a numbered receipt printed to
      *> counter-receipts.txt for the customer - the till, the date
      *> and the till's sequence for the day.  Money over what the
      *> invoice still owes is taken and goes on account when
      *> posted, as it would from the bank.  At sign-off the
      *> session's payments go out on payments.txt as one enveloped
      *> batch, header source TILL and the till, cut at the time the
      *> session opened, for paymentPosting to apply that night.  At
      *> close of day D records the drawer as counted - cash, card
      *> slips and cheques - on cash-drawer-counts.txt, which
      *> cashUpReport holds against the session's takings.
       program-id. counterPaymentScreen as "counterPaymentScreen".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram - the
      *> screen only reads it, to name the customer at the desk
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select optional journalFile
           assign to ".\counter-payments.txt"
           organization is line sequential
           file status is fs-journal.

           select optional receiptFile
           assign to ".\counter-receipts.txt"
           organization is line sequential.

           select optional drawerFile
           assign to ".\cash-drawer-counts.txt"
           organization is line sequential.

           select paymentFile assign to ".\payments.txt"
           organization is line sequential.

       data division.
       file section.
       fd datafile.
       01 rec.
       copy "records.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd journalFile.
       01 journalRec.
       copy "counterpay.cpy".

       fd receiptFile.
       01 receiptLine pic x(60).

       fd drawerFile.
       01 drawerLine.
           03 dw-date     pic 9(8).
           03 filler      pic x(1) value space.
           03 dw-time     pic 9(6).
           03 filler      pic x(1) value space.
           03 dw-till     pic x(3).
           03 filler      pic x(1) value space.
           03 dw-operator pic x(8).
           03 filler      pic x(1) value space.
      *> C cash, K card slips, Q cheques - as cpTender
           03 dw-tender   pic x(1).
           03 filler      pic x(1) value space.
      *> as counted, in hundredths
           03 dw-amount   pic 9(9).

       fd paymentFile.
       01 paymentLine.
           03 pm-rowType pic x(1).
           03 filler     pic x(1) value space.
           03 pm-rest    pic x(40).
       01 payDetailView redefines paymentLine.
           03 filler         pic x(2).
           03 pay-invoiceNo pic 9(9).
           03 filler        pic x(1).
           03 pay-date      pic 9(8).
           03 filler        pic x(1).
           03 pay-amount    pic 9(9).
           03 filler        pic x(12).
       01 payHeaderView redefines paymentLine.
           03 filler       pic x(2).
           03 payH-date    pic 9(8).
           03 filler       pic x(1).
           03 payH-source  pic x(10).
           03 filler       pic x(1).
           03 payH-time    pic x(6).
           03 filler       pic x(14).
       01 payTrailerView redefines paymentLine.
           03 filler       pic x(2).
           03 payT-count   pic 9(9).
           03 filler       pic x(1).
           03 payT-amount  pic 9(11).
           03 filler       pic x(19).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-datafile pic x(2).
       01 fs-master   pic x(2).
       01 fs-journal  pic x(2).
       01 wsDone    pic x(1) value "N".
       01 wsAction  pic x(1).
       01 wsMessage pic x(60) value spaces.
      *> who is driving this session - signed on to recordsProgram
      *> with id and password, as on the maintenance screen
       01 credentialBlock.
           03 operatorId  pic x(8) value spaces.
           03 passwordIn  pic x(12) value spaces.
           03 newPassword pic x(12) value spaces.
       01 wsTill pic x(3) value spaces.
       01 wsToday pic 9(8).
      *> the session's cut time - the batch header's time and every
      *> journal row's batch time
       01 wsSessionTime pic 9(8).
       01 wsStampTime pic 9(8).
       01 wsRecordId  pic 9(9) value 0.
       01 wsInvoiceNo pic 9(9) value 0.
       01 wsAmountIn  pic 9(7)v99 value 0.
       01 wsTender    pic x(1) value spaces.
       01 wsContactName pic x(40) value spaces.
       01 wsContactFound pic x(1) value "N".
       01 wsInvoiceOk pic x(1) value "N".
      *> hundredths
       01 wsAmount  pic 9(9) comp-5 value 0.
       01 wsOwed    pic s9(9) comp-5 value 0.
       01 wsOwedAfter pic s9(9) comp-5 value 0.
       01 wsAmountEdit pic s9(7)v99 comp-3.
      *> the drawer as counted, keyed on the count screen
       01 wsCountCash   pic 9(7)v99 value 0.
       01 wsCountCard   pic 9(7)v99 value 0.
       01 wsCountCheque pic 9(7)v99 value 0.
      *> receipt numbers run till, date, the till's sequence for the
      *> day - carrying on from any earlier session on the till today
       01 wsReceiptNo.
           03 rn-till pic x(3).
           03 rn-date pic 9(8).
           03 rn-seq  pic 9(3).
       01 wsSequence pic 9(3) value 0.
      *> the payments taken this session, to go out on the batch
       01 sessionTable.
           03 sessionEntry occurs 500 times.
               05 ss-invoiceNo pic 9(9) comp-5.
               05 ss-amount    pic 9(9) comp-5.
       01 sessionCount pic 9(9) comp-5 value 0.
       01 sessionAmount pic 9(11) comp-5 value 0.
       01 cashCount   pic 9(9) comp-5 value 0.
       01 cardCount   pic 9(9) comp-5 value 0.
       01 chequeCount pic 9(9) comp-5 value 0.
       01 invoiceLine.
           03 il-invoiceNo pic z(8)9.
           03 filler       pic x(2) value spaces.
           03 il-date      pic 9(8).
           03 filler       pic x(2) value spaces.
           03 il-due       pic z(6)9.99.
           03 filler       pic x(2) value spaces.
           03 il-owed      pic z(6)9.99.
           03 filler       pic x(2) value spaces.
           03 il-note      pic x(20).
       01 receiptText.
           03 rt-label pic x(18).
           03 rt-value pic x(40).
       01 wsEditText pic -(6)9.99.
       01 separatorLine pic x(40) value all "-".

       screen section.
       01 tillScreen.
           03 blank screen.
           03 line 1 column 2
              value "BRANCH COUNTER PAYMENTS - SIGN ON TILL".
           03 line 3 column 2  value "till:".
           03 line 3 column 15 pic x(3) using wsTill.
           03 line 5 column 2 pic x(60) from wsMessage.

       01 customerScreen.
           03 blank screen.
           03 line 1 column 2
              value "BRANCH COUNTER PAYMENTS".
           03 line 2 column 2  value "till:".
           03 line 2 column 15 pic x(3) from wsTill.
           03 line 2 column 20 value "operator:".
           03 line 2 column 30 pic x(8) from operatorId.
           03 line 4 column 2  value "recordId:".
           03 line 4 column 15 pic 9(9) using wsRecordId.
           03 line 6 column 2
              value "action (P=payment D=drawer count X=sign off):".
           03 line 6 column 49 pic x(1) using wsAction.
           03 line 8 column 2 pic x(60) from wsMessage.

       01 paymentScreen.
           03 line 20 column 2  value "invoice:".
           03 line 20 column 15 pic 9(9) using wsInvoiceNo.
           03 line 21 column 2  value "amount:".
           03 line 21 column 15 pic 9(7).99 using wsAmountIn.
           03 line 22 column 2
              value "tender (C=cash K=card Q=cheque):".
           03 line 22 column 36 pic x(1) using wsTender.

       01 drawerScreen.
           03 blank screen.
           03 line 1 column 2
              value "BRANCH COUNTER PAYMENTS - DRAWER COUNT".
           03 line 2 column 2  value "till:".
           03 line 2 column 15 pic x(3) from wsTill.
           03 line 2 column 20 value "operator:".
           03 line 2 column 30 pic x(8) from operatorId.
           03 line 4 column 2  value "cash counted:".
           03 line 4 column 20 pic 9(7).99 using wsCountCash.
           03 line 5 column 2  value "card slips:".
           03 line 5 column 20 pic 9(7).99 using wsCountCard.
           03 line 6 column 2  value "cheques:".
           03 line 6 column 20 pic 9(7).99 using wsCountCheque.
           03 line 8 column 2
              value "confirm (Y=record the count):".
           03 line 8 column 32 pic x(1) using wsAction.

       procedure division.
       0000-mainline section.
           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if

           perform 0500-sign-on
           if return-code not = err-success
               display "sign-on refused, return-code " return-code
               move closeFile to func
               call "recordsProgram" using func tmprec arrayParent
               goback
           end-if

           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", no payments can be taken"
               move closeFile to func
               call "recordsProgram" using func tmprec arrayParent
               goback
           end-if
           open input datafile

           perform 1000-choose-till
           if wsTill not = spaces
               perform 1100-seed-sequence
               perform until wsDone = "Y"
                   perform 2000-serve-customer
               end-perform
               perform 5000-write-batch
           end-if

           close datafile
           close receivablesFile
           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           display "payments taken:     " sessionCount
           display "  cash:             " cashCount
           display "  card:             " cardCount
           display "  cheque:           " chequeCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> password sign-on, with the forced first-use change handled
      *> on the spot, as on the maintenance screen
       0500-sign-on section.
           display "operator id:"
           accept operatorId
           display "password:"
           accept passwordIn
           move spaces to newPassword
           move signOnWithPassword to func
           call "recordsProgram" using func tmprec credentialBlock
           if return-code = err-password-change
               display "first use - choose a new password:"
               accept newPassword
               move signOnWithPassword to func
               call "recordsProgram" using func tmprec
                   credentialBlock
           end-if
           .

       1000-choose-till section.
           accept wsToday from date yyyymmdd
           accept wsSessionTime from time
           move spaces to wsMessage
           display tillScreen
           accept tillScreen
           move function upper-case(wsTill) to wsTill
           .

      *> the till's highest receipt today, so a second session on
      *> the same till never reissues a number
       1100-seed-sequence section.
           move 0 to wsSequence
           move "N" to eof
           open input journalFile
           if fs-journal = "00"
               perform until eof = "Y"
                   read journalFile
                       at end
                           move "Y" to eof
                       not at end
                           if cpTill = wsTill
                              and cpDate = wsToday
                              and cpReceiptNo(12:3) is numeric
                              and cpReceiptNo(12:3) > wsSequence
                               move cpReceiptNo(12:3) to wsSequence
                           end-if
                   end-read
               end-perform
           end-if
           close journalFile
           move "N" to eof
           .

       2000-serve-customer section.
           move "P" to wsAction
           display customerScreen
           accept customerScreen
           move spaces to wsMessage
           evaluate wsAction
               when "P"
               when "p"
                   perform 2100-find-contact
                   if wsContactFound = "Y"
                       perform 3000-take-payment
                   end-if
               when "D"
               when "d"
                   perform 4000-count-drawer
               when "X"
               when "x"
                   move "Y" to wsDone
               when other
                   continue
           end-evaluate
           .

       2100-find-contact section.
           move "N" to wsContactFound
           move wsRecordId to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "recordId not on file - no payment taken"
                       to wsMessage
               not invalid key
                   move "Y" to wsContactFound
                   move spaces to wsContactName
                   string recordName of rec delimited by "  "
                          " " delimited by size
                          recordFamily of rec delimited by "  "
                       into wsContactName
                       on overflow continue
                   end-string
           end-read
           .

      *> the contact's open invoices off the master's recordId key,
      *> each with what is still owed once this session's payments
      *> against it are taken off
       2200-list-open-invoices section.
           display spaces
           display "recordId " wsRecordId "  " wsContactName
           display "  invoice  issued         due       owed"
           move "N" to eof
           move wsRecordId to rmRecordId of receivableRec
           start receivablesFile
               key is = rmRecordId of receivableRec
               invalid key
                   move "Y" to eof
                   display "  no invoices on the receivables master"
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if rmRecordId of receivableRec not = wsRecordId
                           move "Y" to eof
                       else
                           if rmStatus of receivableRec = "O"
                               perform 2210-display-invoice
                           end-if
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       2210-display-invoice section.
           perform 2300-owed-on-invoice
           move spaces to invoiceLine
           move rmInvoiceNo of receivableRec to il-invoiceNo
           move rmInvoiceDate of receivableRec to il-date
           compute wsAmountEdit = rmDue of receivableRec / 100
           move wsAmountEdit to il-due
           if wsOwed > 0
               compute wsAmountEdit = wsOwed / 100
               move wsAmountEdit to il-owed
           else
               move 0 to il-owed
           end-if
           evaluate rmHold of receivableRec
               when "H"
                   move "(in dispute)" to il-note
               when "A"
                   move "(with the agency)" to il-note
               when "U"
                   move "(uncollectable)" to il-note
               when other
                   continue
           end-evaluate
           display invoiceLine
           .

      *> due less paid on the master, less what this session has
      *> already taken against the invoice and not yet posted
       2300-owed-on-invoice section.
           compute wsOwed = rmDue of receivableRec
                          - rmPaid of receivableRec
           move 1 to sub
           perform until sub > sessionCount
               if ss-invoiceNo(sub) = rmInvoiceNo of receivableRec
                   subtract ss-amount(sub) from wsOwed
               end-if
               add 1 to sub
           end-perform
           .

       3000-take-payment section.
           perform 2200-list-open-invoices
           move 0 to wsInvoiceNo
           move 0 to wsAmountIn
           move "C" to wsTender
           display paymentScreen
           accept paymentScreen
           move function upper-case(wsTender) to wsTender
           compute wsAmount = wsAmountIn * 100
           perform 3100-check-payment
           if wsInvoiceOk = "Y"
               if sessionCount < 500
                   perform 3200-record-payment
               else
                   move "session full - sign off and on again"
                       to wsMessage
               end-if
           end-if
           .

      *> the invoice must be the customer's and still open; the
      *> amount must be something; the tender one of the three
       3100-check-payment section.
           move "N" to wsInvoiceOk
           evaluate true
               when wsAmount = 0
                   move "no amount keyed - no payment taken"
                       to wsMessage
               when wsTender not = "C" and wsTender not = "K"
                    and wsTender not = "Q"
                   move "tender must be C, K or Q - no payment taken"
                       to wsMessage
               when other
                   move wsInvoiceNo to rmInvoiceNo of receivableRec
                   read receivablesFile
                       key is rmInvoiceNo of receivableRec
                       invalid key
                           move "invoice not on the master - no payment"
                               to wsMessage
                       not invalid key
                           if rmRecordId of receivableRec
                              not = wsRecordId
                               move "invoice is not this customer's"
                                   to wsMessage
                           else
                               if rmStatus of receivableRec not = "O"
                                   move "invoice already paid"
                                       to wsMessage
                               else
                                   move "Y" to wsInvoiceOk
                               end-if
                           end-if
                   end-read
           end-evaluate
           .

       3200-record-payment section.
           perform 2300-owed-on-invoice
           compute wsOwedAfter = wsOwed - wsAmount
           accept wsStampTime from time
           add 1 to wsSequence
           move wsTill to rn-till
           move wsToday to rn-date
           move wsSequence to rn-seq

           move spaces to journalRec
           move wsReceiptNo to cpReceiptNo
           move wsToday to cpDate
           move wsStampTime(1:6) to cpTime
           move wsTill to cpTill
           move operatorId to cpOperator
           move wsRecordId to cpRecordId
           move wsInvoiceNo to cpInvoiceNo
           move wsAmount to cpAmount
           move wsTender to cpTender
           move wsSessionTime(1:6) to cpBatchTime
           open extend journalFile
           write journalRec
           close journalFile

           add 1 to sessionCount
           move wsInvoiceNo to ss-invoiceNo(sessionCount)
           move wsAmount to ss-amount(sessionCount)
           add wsAmount to sessionAmount
           evaluate wsTender
               when "C"
                   add 1 to cashCount
               when "K"
                   add 1 to cardCount
               when other
                   add 1 to chequeCount
           end-evaluate

           perform 3300-print-receipt
           move spaces to wsMessage
           string "receipt " delimited by size
                  wsReceiptNo delimited by size
                  " printed" delimited by size
               into wsMessage
               on overflow continue
           end-string
           if wsOwedAfter < 0
               move "paid over the invoice - the rest goes on account"
                   to wsMessage
           end-if
           .

       3300-print-receipt section.
           open extend receiptFile
           move "BRANCH COUNTER RECEIPT" to receiptLine
           write receiptLine
           move spaces to receiptText
           move "receipt no:" to rt-label
           move wsReceiptNo to rt-value
           write receiptLine from receiptText
           move spaces to receiptText
           move "date / time:" to rt-label
           string wsToday delimited by size
                  " " delimited by size
                  wsStampTime(1:6) delimited by size
               into rt-value
           end-string
           write receiptLine from receiptText
           move spaces to receiptText
           move "till / operator:" to rt-label
           string wsTill delimited by size
                  " " delimited by size
                  operatorId delimited by size
               into rt-value
           end-string
           write receiptLine from receiptText
           move spaces to receiptText
           move "received from:" to rt-label
           move wsContactName to rt-value
           write receiptLine from receiptText
           move spaces to receiptText
           move "customer no:" to rt-label
           move wsRecordId to rt-value
           write receiptLine from receiptText
           move spaces to receiptText
           move "invoice:" to rt-label
           move wsInvoiceNo to rt-value
           write receiptLine from receiptText
           move spaces to receiptText
           move "amount paid:" to rt-label
           compute wsAmountEdit = wsAmount / 100
           move wsAmountEdit to wsEditText
           move wsEditText to rt-value
           write receiptLine from receiptText
           move spaces to receiptText
           move "paid by:" to rt-label
           evaluate wsTender
               when "C"
                   move "CASH" to rt-value
               when "K"
                   move "CARD" to rt-value
               when other
                   move "CHEQUE" to rt-value
           end-evaluate
           write receiptLine from receiptText
           move spaces to receiptText
           if wsOwedAfter < 0
               move "held on account:" to rt-label
               compute wsAmountEdit = (0 - wsOwedAfter) / 100
           else
               move "still owed:" to rt-label
               compute wsAmountEdit = wsOwedAfter / 100
           end-if
           move wsAmountEdit to wsEditText
           move wsEditText to rt-value
           write receiptLine from receiptText
           write receiptLine from separatorLine
           close receiptFile
           .

      *> the drawer as counted at close - one row per tender; a
      *> recount simply writes later rows, and cashUpReport takes
      *> the latest
       4000-count-drawer section.
           move 0 to wsCountCash
           move 0 to wsCountCard
           move 0 to wsCountCheque
           move "N" to wsAction
           display drawerScreen
           accept drawerScreen
           if wsAction = "Y" or wsAction = "y"
               accept wsStampTime from time
               open extend drawerFile
               move "C" to dw-tender
               compute dw-amount = wsCountCash * 100
               perform 4100-write-count
               move "K" to dw-tender
               compute dw-amount = wsCountCard * 100
               perform 4100-write-count
               move "Q" to dw-tender
               compute dw-amount = wsCountCheque * 100
               perform 4100-write-count
               close drawerFile
               move "drawer count recorded" to wsMessage
           else
               move "drawer count not recorded" to wsMessage
           end-if
           .

       4100-write-count section.
           move wsToday to dw-date
           move wsStampTime(1:6) to dw-time
           move wsTill to dw-till
           move operatorId to dw-operator
           write drawerLine
           .

      *> the session's payments as one deposit: header, a detail row
      *> per payment, trailer - paymentPosting keys the deposit on
      *> the header's date, source and time
       5000-write-batch section.
           if sessionCount > 0
               open extend paymentFile
               move spaces to paymentLine
               move "H" to pm-rowType
               move wsToday to payH-date
               move spaces to payH-source
               string "TILL" delimited by size
                      wsTill delimited by space
                   into payH-source
               end-string
               move wsSessionTime(1:6) to payH-time
               write paymentLine
               move 1 to sub
               perform until sub > sessionCount
                   move spaces to paymentLine
                   move "D" to pm-rowType
                   move ss-invoiceNo(sub) to pay-invoiceNo
                   move wsToday to pay-date
                   move ss-amount(sub) to pay-amount
                   write paymentLine
                   add 1 to sub
               end-perform
               move spaces to paymentLine
               move "T" to pm-rowType
               move sessionCount to payT-count
               move sessionAmount to payT-amount
               write paymentLine
               close paymentFile
           end-if
           .

       end program counterPaymentScreen.
