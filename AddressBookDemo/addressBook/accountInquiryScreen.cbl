      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Account inquiry for the finance desk, in the maintenanceScreen
      *> style - the answer to a customer on the phone about their
      *> bill, without running customerStatement or reading the aging
      *> report and the payment files by eye.  The clerk finds the
      *> account by recordId, by name (searchByNameFunc, matches
      *> listed to pick from) or by an invoice number off the
      *> receivables master, and the account is shown:
      *>   the billing terms on billing-terms.txt;
      *>   every open invoice on the master with its due date (issue
      *>   plus thirty for one predating terms), what is still owed
      *>   and the days overdue, and any dispute or agency hold;
      *>   the latest payments and reversals on payment-history.txt
      *>   against any of the contact's invoices, archived ones
      *>   included;
      *>   the credit notes on the invoice register;
      *>   the money held on account (on-account.txt);
      *>   each installment plan on installment-plans.txt with its
      *>   standing, worked as planStatusReport works it;
      *>   the last dunning letter sent, off dunning-history.txt.
      *> Nothing is changed from here.  S queues a statement of the
      *> whole account for the contact on statement-requests.txt,
      *> which customerStatement prints in the evening finance chain.
       program-id. accountInquiryScreen as "accountInquiryScreen".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram - the
      *> screen only reads it, to name the contact
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

           select optional termsFile assign to ".\billing-terms.txt"
           organization is indexed
           access is dynamic
           record key bt-recordId of termsRec
               with no duplicates
           file status is fs-terms.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional onAccountFile assign to ".\on-account.txt"
           organization is line sequential
           file status is fs-onaccount.

           select optional planFile
           assign to ".\installment-plans.txt"
           organization is line sequential
           file status is fs-plan.

           select optional dunningFile
           assign to ".\dunning-history.txt"
           organization is line sequential
           file status is fs-dunning.

      *> paid-off invoices financeHousekeeping moved off the master -
      *> their payments still belong to the contact
           select optional invoiceArchiveFile
           assign to ".\invoice-archive.txt"
           organization is line sequential
           file status is fs-archive.

           select optional requestFile
           assign to ".\statement-requests.txt"
           organization is line sequential.

       data division.
       file section.
       fd datafile.
       01 rec.
       copy "records.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd termsFile.
       01 termsRec.
           03 bt-recordId  pic 9(9).
           03 bt-frequency pic x(1).
           03 bt-nextBill  pic 9(8).
           03 bt-termsDays pic 9(3).

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

       fd onAccountFile.
       01 onAccountLine.
           03 oa-recordId pic 9(9).
           03 filler      pic x(1).
           03 oa-amount   pic 9(9).

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

       fd dunningFile.
       01 dunningLine.
           03 dh-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 dh-sentDate  pic 9(8).
           03 filler       pic x(1).
           03 dh-level     pic 9(1).

       fd invoiceArchiveFile.
       01 invoiceArchiveLine.
           03 ia-invoiceNo   pic 9(9).
           03 filler         pic x(1).
           03 ia-invoiceDate pic 9(8).
           03 filler         pic x(1).
           03 ia-recordId    pic 9(9).

       fd requestFile.
       01 requestLine.
       copy "statementrequest.cpy".

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
       01 matchSub pic 9(9) comp-5 value 0.
       01 wsDatafilePath pic x(255).
       01 fs-datafile   pic x(2).
       01 fs-master     pic x(2).
       01 fs-terms      pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-register   pic x(2).
       01 fs-onaccount  pic x(2).
       01 fs-plan       pic x(2).
       01 fs-dunning    pic x(2).
       01 fs-archive    pic x(2).
       01 wsDone    pic x(1) value "N".
       01 wsViewDone pic x(1) value "N".
       01 wsAction  pic x(1).
       01 wsMessage pic x(60) value spaces.
      *> who is driving this session - signed on to recordsProgram
      *> with id and password, as on the maintenance screen
       01 credentialBlock.
           03 operatorId  pic x(8) value spaces.
           03 passwordIn  pic x(12) value spaces.
           03 newPassword pic x(12) value spaces.
       01 wsToday pic 9(8).
       01 wsTodayNumber pic 9(9) comp-5 value 0.
       01 wsStampTime pic 9(8).
      *> what the clerk keyed to find the account
       01 searchRecordId pic 9(9) value 0.
       01 searchName     pic x(30) value spaces.
       01 searchInvoice  pic 9(9) value 0.
       01 wsAccountId pic 9(9) value 0.
       01 wsContactName pic x(40) value spaces.
       01 matchCount pic 9(9) comp-5 value 0.
       01 wsChoice pic 9(4) value 0.
      *> every invoice the contact has ever had, open, paid or
      *> archived - payments and dunning rows name only the invoice
       01 invoiceSetTable.
           03 invoiceSetEntry occurs 2000 times pic 9(9) comp-5.
       01 invoiceSetCount pic 9(9) comp-5 value 0.
       01 wsFindInvoice pic 9(9) comp-5 value 0.
       01 wsInSet pic x(1) value "N".
      *> the contact's payments and reversals, oldest first
       01 historyTable.
           03 historyEntry occurs 500 times.
               05 hs-type      pic x(1).
               05 hs-invoiceNo pic 9(9) comp-5.
               05 hs-date      pic 9(8).
               05 hs-amount    pic 9(9) comp-5.
               05 hs-runDate   pic 9(8).
       01 historyCount pic 9(9) comp-5 value 0.
      *> payments shown - the latest this many
       78 historyShown value 12.
      *> the contact's installment plans, worked as planStatusReport
      *> works them
       01 planTable.
           03 planEntry occurs 20 times.
               05 pn-planNo      pic 9(9) comp-5.
               05 pn-periods     pic 9(3) comp-5.
               05 pn-duePeriods  pic 9(3) comp-5.
               05 pn-paidPeriods pic 9(3) comp-5.
               05 pn-behind      pic 9(3) comp-5.
       01 planCount pic 9(9) comp-5 value 0.
       01 wsDueNumber pic 9(9) comp-5 value 0.
       01 wsDueDate pic 9(8).
       01 wsDaysOver pic s9(9) comp-5 value 0.
       01 wsOwed pic s9(9) comp-5 value 0.
       01 wsTotalOwed pic s9(11) comp-5 value 0.
       01 wsOpenCount pic 9(9) comp-5 value 0.
       01 wsOnAccount pic 9(11) comp-5 value 0.
       01 wsCreditCount pic 9(9) comp-5 value 0.
       01 wsRowDate pic 9(8).
       01 wsRowAmount pic s9(11) comp-5 value 0.
       01 wsLastDunDate pic 9(8) value 0.
       01 wsLastDunLevel pic 9(1) value 0.
       01 wsLastDunInvoice pic 9(9) value 0.
       01 wsAmountEdit pic s9(9)v99 comp-3.
       01 listLine.
           03 ll-index    pic z(3)9.
           03 filler      pic x(2) value spaces.
           03 ll-recordId pic z(8)9.
           03 filler      pic x(2) value spaces.
           03 ll-name     pic x(20).
           03 filler      pic x(1) value space.
           03 ll-family   pic x(20).
           03 filler      pic x(1) value space.
           03 ll-city     pic x(20).
       01 invoiceLine.
           03 il-invoiceNo pic z(8)9.
           03 filler       pic x(1) value space.
           03 il-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 il-dueDate   pic 9(8).
           03 filler       pic x(1) value space.
           03 il-due       pic z(6)9.99.
           03 filler       pic x(1) value space.
           03 il-owed      pic z(6)9.99.
           03 filler       pic x(1) value space.
           03 il-overdue   pic z(4)9.
           03 filler       pic x(1) value space.
           03 il-note      pic x(12).
       01 historyLine.
           03 filler       pic x(2) value spaces.
           03 hl-text      pic x(9).
           03 hl-invoiceNo pic z(8)9.
           03 filler       pic x(1) value space.
           03 hl-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 hl-amount    pic z(6)9.99.
           03 filler       pic x(8) value " posted ".
           03 hl-runDate   pic 9(8).
       01 creditLine.
           03 filler       pic x(2) value spaces.
           03 cl-date      pic 9(8).
           03 filler       pic x(4) value " CN ".
           03 cl-creditNo  pic x(7).
           03 filler       pic x(1) value space.
           03 cl-amount    pic -(7)9.99.
       01 planLine2.
           03 filler       pic x(7) value "  plan ".
           03 p2-planNo    pic z(8)9.
           03 filler       pic x(9) value " periods ".
           03 p2-periods   pic zz9.
           03 filler       pic x(5) value " due ".
           03 p2-due       pic zz9.
           03 filler       pic x(6) value " paid ".
           03 p2-paid      pic zz9.
           03 filler       pic x(1) value space.
           03 p2-status    pic x(10).
       01 amountText pic -(8)9.99.

       screen section.
       01 searchScreen.
           03 blank screen.
           03 line 1 column 2
              value "ACCOUNT INQUIRY - FIND THE ACCOUNT".
           03 line 3 column 2  value "recordId       (0 = none):".
           03 line 3 column 30 pic 9(9) using searchRecordId.
           03 line 4 column 2  value "name       (blank = none):".
           03 line 4 column 30 pic x(30) using searchName.
           03 line 5 column 2  value "invoice number (0 = none):".
           03 line 5 column 30 pic 9(9) using searchInvoice.
           03 line 7 column 2
              value "all three empty leaves the inquiry".
           03 line 9 column 2 pic x(60) from wsMessage.

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
                   fs-master
               move closeFile to func
               call "recordsProgram" using func tmprec arrayParent
               goback
           end-if
           open input datafile
           open input termsFile

           perform until wsDone = "Y"
               perform 1000-find-account
               if wsDone not = "Y" and wsAccountId > 0
                   perform 2000-show-account
               end-if
           end-perform

           close termsFile
           close datafile
           close receivablesFile
           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent
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

      *> the invoice number wins over the name, the recordId over
      *> both - whichever the clerk had to hand
       1000-find-account section.
           accept wsToday from date yyyymmdd
           compute wsTodayNumber = function integer-of-date(wsToday)
           move 0 to wsAccountId
           move 0 to searchRecordId
           move spaces to searchName
           move 0 to searchInvoice
           display searchScreen
           accept searchScreen
           move spaces to wsMessage
           evaluate true
               when searchRecordId > 0
                   move searchRecordId to wsAccountId
               when searchInvoice > 0
                   move searchInvoice to rmInvoiceNo of receivableRec
                   read receivablesFile
                       key is rmInvoiceNo of receivableRec
                       invalid key
                           move "invoice not on the receivables master"
                               to wsMessage
                       not invalid key
                           move rmRecordId of receivableRec
                               to wsAccountId
                   end-read
               when searchName not = spaces
                   perform 1100-pick-by-name
               when other
                   move "Y" to wsDone
           end-evaluate
           if wsAccountId > 0
               move wsAccountId to recordId of rec
               read datafile
                   key is recordId of rec
                   invalid key
                       move "(no record on file)" to wsContactName
                   not invalid key
                       move spaces to wsContactName
                       string recordName of rec delimited by "  "
                              " " delimited by size
                              recordFamily of rec delimited by "  "
                           into wsContactName
                           on overflow continue
                       end-string
               end-read
           end-if
           .

      *> the name search recordsProgram does for the maintenance
      *> screen, the matches listed to pick one
       1100-pick-by-name section.
           initialize tmprec
           initialize arrayParent
           move searchName to recordName of tmprec
           move searchByName to func
           call "recordsProgram" using func tmprec arrayParent
           move 0 to matchCount
           move 1 to sub
           perform until sub > 5000
                         or recordId of array(sub) = 0
               add 1 to matchCount
               add 1 to sub
           end-perform
           if matchCount = 0
               move "no contact of that name" to wsMessage
           else
               display spaces
               display "matches 1 - " matchCount
               move 1 to sub
               perform until sub > matchCount or sub > 20
                   move spaces to listLine
                   move sub to ll-index
                   move recordId of array(sub) to ll-recordId
                   move recordName of array(sub) to ll-name
                   move recordFamily of array(sub) to ll-family
                   move recordCity of array(sub) to ll-city
                   display listLine
                   add 1 to sub
               end-perform
               if matchCount > 20
                   display "  (first 20 shown - narrow the name)"
               end-if
               display "pick match number, 0 = none:"
               accept wsChoice
               if wsChoice >= 1 and wsChoice <= matchCount
                  and wsChoice <= 20
                   move recordId of array(wsChoice) to wsAccountId
               end-if
           end-if
           .

       2000-show-account section.
           perform 2100-gather-invoice-set
           move "N" to wsViewDone
           perform until wsViewDone = "Y"
               display spaces
               display "ACCOUNT " wsAccountId "  " wsContactName
               perform 3000-show-terms
               perform 3100-show-open-invoices
               perform 3200-show-payments
               perform 3300-show-credit-notes
               perform 3400-show-on-account
               perform 3500-show-plans
               perform 3600-show-dunning
               if wsMessage not = spaces
                   display wsMessage
                   move spaces to wsMessage
               end-if
               display "S=queue a statement, R=refresh,"
                   " X=another account"
               accept wsAction
               evaluate wsAction
                   when "S"
                   when "s"
                       perform 4000-queue-statement
                   when "R"
                   when "r"
                       continue
                   when other
                       move "Y" to wsViewDone
               end-evaluate
           end-perform
           .

      *> the master's invoices for the contact by the recordId key,
      *> then the archived ones
       2100-gather-invoice-set section.
           move 0 to invoiceSetCount
           move "N" to eof
           move wsAccountId to rmRecordId of receivableRec
           start receivablesFile
               key is = rmRecordId of receivableRec
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
                       if rmRecordId of receivableRec
                           not = wsAccountId
                           move "Y" to eof
                       else
                           move rmInvoiceNo of receivableRec
                               to wsFindInvoice
                           perform 2110-add-to-set
                       end-if
               end-read
           end-perform
           move "N" to eof
           open input invoiceArchiveFile
           if fs-archive = "00"
               perform until eof = "Y"
                   read invoiceArchiveFile
                       at end
                           move "Y" to eof
                       not at end
                           if ia-recordId = wsAccountId
                               move ia-invoiceNo to wsFindInvoice
                               perform 2110-add-to-set
                           end-if
                   end-read
               end-perform
           end-if
           close invoiceArchiveFile
           move "N" to eof
           .

       2110-add-to-set section.
           perform 2120-find-in-set
           if wsInSet = "N" and invoiceSetCount < 2000
               add 1 to invoiceSetCount
               move wsFindInvoice to invoiceSetEntry(invoiceSetCount)
           end-if
           .

       2120-find-in-set section.
           move "N" to wsInSet
           move 1 to sub
           perform until sub > invoiceSetCount or wsInSet = "Y"
               if invoiceSetEntry(sub) = wsFindInvoice
                   move "Y" to wsInSet
               end-if
               add 1 to sub
           end-perform
           .

       3000-show-terms section.
           move wsAccountId to bt-recordId
           read termsFile
               key is bt-recordId
               invalid key
                   display "terms:    standard - net 30 days"
               not invalid key
                   if bt-termsDays = 0
                       move 30 to bt-termsDays
                   end-if
                   evaluate bt-frequency
                       when "Q"
                           display "terms:    net " bt-termsDays
                               " days, billed quarterly, next bill "
                               bt-nextBill
                       when "A"
                           display "terms:    net " bt-termsDays
                               " days, billed annually, next bill "
                               bt-nextBill
                       when other
                           display "terms:    net " bt-termsDays
                               " days, billed monthly, next bill "
                               bt-nextBill
                   end-evaluate
           end-read
           .

       3100-show-open-invoices section.
           display "open invoices:"
           display "  invoice   issued      due        amount"
               "      owed  days"
           move 0 to wsTotalOwed
           move 0 to wsOpenCount
           move "N" to eof
           move wsAccountId to rmRecordId of receivableRec
           start receivablesFile
               key is = rmRecordId of receivableRec
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
                       if rmRecordId of receivableRec
                           not = wsAccountId
                           move "Y" to eof
                       else
                           if rmStatus of receivableRec = "O"
                               perform 3110-show-one-invoice
                           end-if
                       end-if
               end-read
           end-perform
           move "N" to eof
           if wsOpenCount = 0
               display "  (none open)"
           else
               compute wsAmountEdit = wsTotalOwed / 100
               move wsAmountEdit to amountText
               display "  total owed " amountText
           end-if
           .

      *> days overdue from the due date, as receivablesAging works
      *> it - zero while the invoice is not yet payable
       3110-show-one-invoice section.
           add 1 to wsOpenCount
           if rmDueDate of receivableRec > 0
               move rmDueDate of receivableRec to wsDueDate
               compute wsDueNumber
                   = function integer-of-date(wsDueDate)
           else
               compute wsDueNumber
                   = function integer-of-date
                       (rmInvoiceDate of receivableRec) + 30
               compute wsDueDate
                   = function date-of-integer(wsDueNumber)
           end-if
           compute wsDaysOver = wsTodayNumber - wsDueNumber
           if wsDaysOver < 0
               move 0 to wsDaysOver
           end-if
           compute wsOwed = rmDue of receivableRec
                          - rmPaid of receivableRec
           add wsOwed to wsTotalOwed
           move spaces to invoiceLine
           move rmInvoiceNo of receivableRec to il-invoiceNo
           move rmInvoiceDate of receivableRec to il-date
           move wsDueDate to il-dueDate
           compute wsAmountEdit = rmDue of receivableRec / 100
           move wsAmountEdit to il-due
           compute wsAmountEdit = wsOwed / 100
           move wsAmountEdit to il-owed
           move wsDaysOver to il-overdue
           evaluate rmHold of receivableRec
               when "H"
                   move "in dispute" to il-note
               when "A"
                   move "at agency" to il-note
               when "U"
                   move "uncollect." to il-note
               when other
                   continue
           end-evaluate
           display invoiceLine
           .

      *> the history is in posting order, so the table's tail is the
      *> latest - only the last few are shown
       3200-show-payments section.
           move 0 to historyCount
           move "N" to eof
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-type = "P" or ph-type = "R"
                               move ph-invoiceNo to wsFindInvoice
                               perform 2120-find-in-set
                               if wsInSet = "Y"
                                   perform 3210-keep-history-row
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           display "payments and reversals (latest last):"
           if historyCount = 0
               display "  (none on file)"
           end-if
           move 1 to sub
           if historyCount > historyShown
               compute sub = historyCount - historyShown + 1
           end-if
           perform until sub > historyCount
               move spaces to historyLine
               if hs-type(sub) = "P"
                   move "payment  " to hl-text
               else
                   move "REVERSAL " to hl-text
               end-if
               move hs-invoiceNo(sub) to hl-invoiceNo
               move hs-date(sub) to hl-date
               compute wsAmountEdit = hs-amount(sub) / 100
               move wsAmountEdit to hl-amount
               move hs-runDate(sub) to hl-runDate
               display historyLine
               add 1 to sub
           end-perform
           .

      *> a full table drops its oldest row to keep the newest
       3210-keep-history-row section.
           if historyCount = 500
               move 1 to sub
               perform until sub >= 500
                   move historyEntry(sub + 1) to historyEntry(sub)
                   add 1 to sub
               end-perform
           else
               add 1 to historyCount
           end-if
           move ph-type to hs-type(historyCount)
           move ph-invoiceNo to hs-invoiceNo(historyCount)
           move ph-date to hs-date(historyCount)
           move ph-amount to hs-amount(historyCount)
           move ph-runDate to hs-runDate(historyCount)
           .

      *> the "CN" rows creditNoteRun writes on the register, read
      *> the way customerStatement reads them
       3300-show-credit-notes section.
           display "credit notes:"
           move 0 to wsCreditCount
           move "N" to eof
           open input registerFile
           if fs-register = "00"
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           if rg-invoiceNo(1:2) = "CN"
                              and rg-recordId is numeric
                              and function numval(rg-recordId)
                                  = wsAccountId
                               perform 3310-show-one-credit
                           end-if
                   end-read
               end-perform
           end-if
           close registerFile
           move "N" to eof
           if wsCreditCount = 0
               display "  (none)"
           end-if
           .

       3310-show-one-credit section.
           add 1 to wsCreditCount
           compute wsRowDate = function numval(rg-date)
           compute wsRowAmount rounded
               = function numval(rg-total) * 100
           move spaces to creditLine
           move wsRowDate to cl-date
           move rg-invoiceNo(3:7) to cl-creditNo
           compute wsAmountEdit = wsRowAmount / 100
           move wsAmountEdit to cl-amount
           display creditLine
           .

       3400-show-on-account section.
           move 0 to wsOnAccount
           move "N" to eof
           open input onAccountFile
           if fs-onaccount = "00"
               perform until eof = "Y"
                   read onAccountFile
                       at end
                           move "Y" to eof
                       not at end
                           if oa-recordId = wsAccountId
                              and oa-amount is numeric
                               add oa-amount to wsOnAccount
                           end-if
                   end-read
               end-perform
           end-if
           close onAccountFile
           move "N" to eof
           compute wsAmountEdit = wsOnAccount / 100
           move wsAmountEdit to amountText
           display "on account: " amountText
           .

      *> a period is paid once its invoice is off the open list;
      *> one fallen due and still open puts the plan behind
       3500-show-plans section.
           move 0 to planCount
           move "N" to eof
           open input planFile
           if fs-plan = "00"
               perform until eof = "Y"
                   read planFile
                       at end
                           move "Y" to eof
                       not at end
                           if pl-recordId = wsAccountId
                               perform 3510-tally-one-period
                           end-if
                   end-read
               end-perform
           end-if
           close planFile
           move "N" to eof
           if planCount = 0
               display "installment plans: none"
           else
               display "installment plans:"
               move 1 to sub
               perform until sub > planCount
                   move spaces to planLine2
                   move pn-planNo(sub) to p2-planNo
                   move pn-periods(sub) to p2-periods
                   move pn-duePeriods(sub) to p2-due
                   move pn-paidPeriods(sub) to p2-paid
                   evaluate true
                       when pn-behind(sub) = 0
                           move "CURRENT" to p2-status
                       when pn-behind(sub) = 1
                           move "ONE BEHIND" to p2-status
                       when other
                           move "COLLAPSED" to p2-status
                   end-evaluate
                   display planLine2
                   add 1 to sub
               end-perform
           end-if
           .

       3510-tally-one-period section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > planCount
               if pn-planNo(sub) = pl-planNo
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and planCount < 20
               add 1 to planCount
               move planCount to matchSub
               move pl-planNo to pn-planNo(matchSub)
               move 0 to pn-periods(matchSub)
               move 0 to pn-duePeriods(matchSub)
               move 0 to pn-paidPeriods(matchSub)
               move 0 to pn-behind(matchSub)
           end-if
           if matchSub > 0
               add 1 to pn-periods(matchSub)
               move pl-invoiceNo to rmInvoiceNo of receivableRec
               read receivablesFile
                   key is rmInvoiceNo of receivableRec
                   invalid key
                       if pl-dueDate <= wsToday
                           add 1 to pn-duePeriods(matchSub)
                           add 1 to pn-behind(matchSub)
                       end-if
                   not invalid key
                       if rmStatus of receivableRec not = "O"
                          or rmPaid of receivableRec
                               >= rmDue of receivableRec
                           add 1 to pn-paidPeriods(matchSub)
                       end-if
                       if pl-dueDate <= wsToday
                           add 1 to pn-duePeriods(matchSub)
                           if rmStatus of receivableRec = "O"
                              and rmPaid of receivableRec
                                   < rmDue of receivableRec
                               add 1 to pn-behind(matchSub)
                           end-if
                       end-if
               end-read
           end-if
           .

      *> the latest letter sent against any of the contact's
      *> invoices - a later row on the same day wins
       3600-show-dunning section.
           move 0 to wsLastDunDate
           move 0 to wsLastDunLevel
           move 0 to wsLastDunInvoice
           move "N" to eof
           open input dunningFile
           if fs-dunning = "00"
               perform until eof = "Y"
                   read dunningFile
                       at end
                           move "Y" to eof
                       not at end
                           move dh-invoiceNo to wsFindInvoice
                           perform 2120-find-in-set
                           if wsInSet = "Y"
                              and dh-sentDate >= wsLastDunDate
                               move dh-sentDate to wsLastDunDate
                               move dh-level to wsLastDunLevel
                               move dh-invoiceNo to wsLastDunInvoice
                           end-if
                   end-read
               end-perform
           end-if
           close dunningFile
           move "N" to eof
           if wsLastDunDate = 0
               display "dunning:  no letter sent"
           else
               display "dunning:  level " wsLastDunLevel
                   " sent " wsLastDunDate
                   " on invoice " wsLastDunInvoice
           end-if
           .

      *> one row on the queue customerStatement works in the
      *> evening chain - the whole account, from the first row
       4000-queue-statement section.
           accept wsStampTime from time
           open extend requestFile
           move spaces to requestLine
           move wsAccountId to srRecordId
           move wsToday to srRequested
           move wsStampTime(1:6) to srTime
           move operatorId to srOperator
           move "Q" to srStatus
           move 0 to srPrinted
           write requestLine
           close requestFile
           move "statement queued - printed with tonight's finance run"
               to wsMessage
           .

       end program accountInquiryScreen.
