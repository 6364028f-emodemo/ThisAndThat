      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Collects what is due from contacts who have given us a
      *> direct debit mandate, instead of waiting for them to pay
      *> and chasing them when they don't.  Walks the receivables
      *> master for every open invoice whose rmDueDate has arrived
      *> (a zero due date reads as issue plus thirty, as everywhere
      *> else), and collects the open balance when the owning
      *> contact holds an active mandate on mandates.txt.  The
      *> bank's collection file (dd-collection-file.txt) opens with
      *> an "H" header, carries one "D" row per collection - FRST on
      *> a mandate's first collection, RCUR after, the mandate
      *> reference, the IBAN, the amount, and the invoice number as
      *> the end-to-end reference - and closes with a "T" trailer
      *> holding the count and amount total the bank checks before
      *> it accepts the file.  Because the invoice number travels as
      *> the reference, the money comes back on the bank statement
      *> already referenced and bankStatementImport matches it on
      *> the number, so paymentPosting applies it untouched.
      *> Every collection presented is logged to dd-collections.txt,
      *> and an invoice already on the log is never presented again -
      *> a collection that bounces comes back as a reversal, and
      *> re-presenting it is a collections decision, not a rerun.
       program-id. directDebitCollection as "directDebitCollection".

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

           select optional mandateFile assign to ".\mandates.txt"
           organization is indexed
           access is dynamic
           record key mdRecordId of mandateRec with no duplicates
           alternate record key mdReference of mandateRec
               with no duplicates
           file status is fs-mandate.

      *> one row per collection ever presented - the memory that
      *> keeps tomorrow's run off an invoice whose money is still
      *> on its way back through the bank
           select optional collectionLogFile
           assign to ".\dd-collections.txt"
           organization is line sequential
           file status is fs-log.

           select collectionFile assign to ".\dd-collection-file.txt"
           organization is line sequential.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
      *> operator adding up console displays
           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential.

       data division.
       file section.
       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd mandateFile.
       01 mandateRec.
       copy "mandate.cpy".

       fd collectionLogFile.
       01 collectionLogLine.
           03 cl-invoiceNo pic 9(9).
           03 filler       pic x(1) value space.
           03 cl-recordId  pic 9(9).
           03 filler       pic x(1) value space.
           03 cl-amount    pic 9(9).
           03 filler       pic x(1) value space.
           03 cl-date      pic 9(8).

      *> the bank's H/D/T collection layout
       fd collectionFile.
       01 collectionLine.
           03 dd-rowType pic x(1).
           03 filler     pic x(1).
           03 dd-rest    pic x(90).
       01 ddHeaderView redefines collectionLine.
           03 filler        pic x(2).
           03 ddH-date      pic 9(8).
           03 filler        pic x(1).
           03 ddH-creditor  pic x(10).
           03 filler        pic x(71).
       01 ddDetailView redefines collectionLine.
           03 filler        pic x(2).
           03 ddD-sequence  pic x(4).
           03 filler        pic x(1).
           03 ddD-reference pic x(18).
           03 filler        pic x(1).
           03 ddD-account   pic x(34).
           03 filler        pic x(1).
      *> amount in hundredths, same implied decimals as payments.txt
           03 ddD-amount    pic 9(9).
           03 filler        pic x(1).
           03 ddD-invoiceNo pic 9(9).
           03 filler        pic x(1).
           03 ddD-recordId  pic 9(9).
           03 filler        pic x(2).
       01 ddTrailerView redefines collectionLine.
           03 filler        pic x(2).
           03 ddT-count     pic 9(9).
           03 filler        pic x(1).
           03 ddT-amount    pic 9(11).
           03 filler        pic x(69).

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
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-master  pic x(2).
       01 fs-mandate pic x(2).
       01 fs-log     pic x(2).
       01 wsRunDate pic 9(8).
       01 wsDueDate pic 9(8).
       01 wsDueDayNumber pic 9(9) comp-5.
       01 wsBalance pic s9(9) comp-5 value 0.
      *> invoices already presented, from the collection log
       01 presentedTable.
           03 presentedEntry occurs 5000 times pic 9(9) comp-5.
       01 presentedCount pic 9(9) comp-5 value 0.
       01 wsPresented pic x(1) value "N".
       01 collectedCount pic 9(9) comp-5 value 0.
       01 collectedTotal pic 9(11) comp-5 value 0.
       01 noMandateCount pic 9(9) comp-5 value 0.
       01 inactiveCount  pic 9(9) comp-5 value 0.
       01 alreadyCount   pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing collected"
               goback
           end-if
           open i-o mandateFile
           if fs-mandate not = "00" and fs-mandate not = "05"
               display "mandate file not usable, file status "
                   fs-mandate ", nothing collected"
               close receivablesFile
               goback
           end-if
           perform 1000-load-collection-log

           open output collectionFile
           move spaces to collectionLine
           move "H" to dd-rowType
           move wsRunDate to ddH-date
           move "ADDRBOOK" to ddH-creditor
           write collectionLine
           open extend collectionLogFile

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
                       perform 2000-test-one-invoice
               end-read
           end-perform
           move "N" to eof

           close collectionLogFile
           move spaces to collectionLine
           move "T" to dd-rowType
           move collectedCount to ddT-count
           move collectedTotal to ddT-amount
           write collectionLine
           close collectionFile
           close mandateFile
           close receivablesFile

           perform 5000-post-control-totals

           display "collections presented:  " collectedCount
           display "amount presented:       " collectedTotal
           display "due, no mandate:        " noMandateCount
           display "due, mandate inactive:  " inactiveCount
           display "already presented:      " alreadyCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-collection-log section.
           move "N" to eof
           open input collectionLogFile
           if fs-log = "00" or fs-log = "05"
               perform until eof = "Y"
                   read collectionLogFile
                       at end
                           move "Y" to eof
                       not at end
                           if presentedCount < 5000
                               add 1 to presentedCount
                               move cl-invoiceNo
                                   to presentedEntry(presentedCount)
                           end-if
                   end-read
               end-perform
           end-if
           close collectionLogFile
           move "N" to eof
           .

       2000-test-one-invoice section.
           compute wsBalance
               = rmDue of receivableRec - rmPaid of receivableRec
           move rmDueDate of receivableRec to wsDueDate
           if wsDueDate = 0
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmInvoiceDate of receivableRec) + 30
               compute wsDueDate
                   = function date-of-integer(wsDueDayNumber)
           end-if
      *> disputed ("H"), agency-placed ("A") and agency-returned
      *> uncollectable ("U") invoices are not collected by debit
           if rmStatus of receivableRec = "O"
              and rmHold of receivableRec not = "H"
              and rmHold of receivableRec not = "A"
              and rmHold of receivableRec not = "U"
              and wsBalance > 0
              and wsDueDate <= wsRunDate
               perform 2100-check-presented
               if wsPresented = "Y"
                   add 1 to alreadyCount
               else
                   perform 2200-find-mandate
               end-if
           end-if
           .

       2200-find-mandate section.
           move rmRecordId of receivableRec to mdRecordId of mandateRec
           read mandateFile
               key is mdRecordId of mandateRec
               invalid key
                   add 1 to noMandateCount
               not invalid key
                   if mdStatus of mandateRec = "A"
                       perform 3000-collect-one-invoice
                   else
                       add 1 to inactiveCount
                   end-if
           end-read
           .

       2100-check-presented section.
           move "N" to wsPresented
           move 1 to sub
           perform until sub > presentedCount
               if presentedEntry(sub) = rmInvoiceNo of receivableRec
                   move "Y" to wsPresented
               end-if
               add 1 to sub
           end-perform
           .

       3000-collect-one-invoice section.
           move spaces to collectionLine
           move "D" to dd-rowType
           if mdLastCollected of mandateRec = 0
               move "FRST" to ddD-sequence
           else
               move "RCUR" to ddD-sequence
           end-if
           move mdReference of mandateRec to ddD-reference
           move mdAccount of mandateRec to ddD-account
           move wsBalance to ddD-amount
           move rmInvoiceNo of receivableRec to ddD-invoiceNo
           move rmRecordId of receivableRec to ddD-recordId
           write collectionLine
           add 1 to collectedCount
           add wsBalance to collectedTotal

           move wsRunDate to mdLastCollected of mandateRec
           rewrite mandateRec end-rewrite

           move spaces to collectionLogLine
           move rmInvoiceNo of receivableRec to cl-invoiceNo
           move rmRecordId of receivableRec to cl-recordId
           move wsBalance to cl-amount
           move wsRunDate to cl-date
           write collectionLogLine
           if presentedCount < 5000
               add 1 to presentedCount
               move rmInvoiceNo of receivableRec
                   to presentedEntry(presentedCount)
           end-if
           .

      *> presented is not yet collected - the money only moves the
      *> receivables balance when paymentPosting applies it, so this
      *> row stands outside the roll-forward identity
       5000-post-control-totals section.
           open extend ledgerFile
           move spaces to ledgerLine
           move "DD-PRESENTED" to le-totalId
           move wsRunDate to le-date
           compute le-amount = collectedTotal / 100
           move collectedCount to le-count
           write ledgerLine
           close ledgerFile
           .

       end program directDebitCollection.
