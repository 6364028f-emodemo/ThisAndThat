      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Open invoice disputes by age, off disputes.txt, so a query
      *> parked on hold cannot quietly sit there for good.  Every
      *> dispute still unresolved is listed with the invoice, the
      *> contact's name from datafile, the operator who opened it,
      *> the reason, the balance the held invoice still carries on
      *> the receivables master, and the days since it was opened,
      *> bucketed 0-30, 31-60, 61-90, and over 90.  Bucket counts and
      *> balances and a grand total close the report, followed by
      *> the count of disputes released and credited to date.
       program-id. disputeReport as "disputeReport".

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
           alternate record key recordName of rec with duplicates.

           select optional disputeFile assign to ".\disputes.txt"
           organization is indexed
           access is dynamic
           record key dpInvoiceNo of disputeRec with no duplicates
           alternate record key dpRecordId of disputeRec
               with duplicates
           file status is fs-dispute.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select reportFile
           assign to ".\dispute-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd datafile.
       01 rec.
       copy "records.cpy".

       fd disputeFile.
       01 disputeRec.
       copy "dispute.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-dispute pic x(2).
       01 fs-master  pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsOpenedDayNumber pic 9(9) comp-5.
       01 wsAgeDays pic s9(9) comp-5.
       01 wsBalance pic s9(9) comp-5.
       01 openCount     pic 9(9) comp-5 value 0.
       01 releasedCount pic 9(9) comp-5 value 0.
       01 creditedCount pic 9(9) comp-5 value 0.
       01 bucketTotals.
           03 bucketEntry occurs 4 times.
               05 bk-count  pic 9(9) comp-5.
               05 bk-amount pic 9(11) comp-5.
       01 bucketSub pic 9(4) comp-5.
       01 bucketLabels.
           03 filler pic x(12) value "0-30 DAYS".
           03 filler pic x(12) value "31-60 DAYS".
           03 filler pic x(12) value "61-90 DAYS".
           03 filler pic x(12) value "OVER 90 DAYS".
       01 bucketLabelView redefines bucketLabels.
           03 bucketLabel occurs 4 times pic x(12).
       01 grandTotal pic 9(11) comp-5 value 0.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 reportHeading1.
           03 filler pic x(10) value "INVOICE".
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(9)  value "OPENED".
           03 filler pic x(9)  value "BY".
           03 filler pic x(31) value "REASON".
           03 filler pic x(12) value "BALANCE".
           03 filler pic x(6)  value "DAYS".
           03 filler pic x(12) value "BUCKET".
       01 detailLine.
           03 dl-invoiceNo pic z(8)9.
           03 filler       pic x(1) value space.
           03 dl-recordId  pic z(8)9.
           03 filler       pic x(1) value space.
           03 dl-name      pic x(30).
           03 filler       pic x(1) value space.
           03 dl-opened    pic 9(8).
           03 filler       pic x(1) value space.
           03 dl-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 dl-reason    pic x(30).
           03 filler       pic x(1) value space.
           03 dl-balance   pic z(7)9.99.
           03 filler       pic x(1) value space.
           03 dl-days      pic z(4)9.
           03 filler       pic x(1) value space.
           03 dl-bucket    pic x(12).
       01 totalLine.
           03 tl-label  pic x(18).
           03 tl-count  pic z(8)9.
           03 filler    pic x(2) value spaces.
           03 tl-amount pic z(9)9.99.

       procedure division.
       0000-mainline section.
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)
           initialize bucketTotals

           open input disputeFile
           if fs-dispute not = "00" and fs-dispute not = "05"
               display "dispute file not usable, file status "
                   fs-dispute
               goback
           end-if
           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master
               close disputeFile
               goback
           end-if
           open input datafile
           open output reportFile
           write reportLine from reportHeading1

           move zeros to dpInvoiceNo of disputeRec
           start disputeFile
               key is >= dpInvoiceNo of disputeRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read disputeFile next record
                   at end
                       move "Y" to eof
                   not at end
                       evaluate dpResolution of disputeRec
                           when space
                               perform 1000-report-one-dispute
                           when "R"
                               add 1 to releasedCount
                           when "C"
                               add 1 to creditedCount
                       end-evaluate
               end-read
           end-perform

           perform 2000-write-totals
           close reportFile
           close datafile
           close receivablesFile
           close disputeFile

           display "open disputes:      " openCount
           display "released to date:   " releasedCount
           display "credited to date:   " creditedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-report-one-dispute section.
           add 1 to openCount
           compute wsOpenedDayNumber
               = function integer-of-date
                   (dpOpenedDate of disputeRec)
           compute wsAgeDays = wsRunDayNumber - wsOpenedDayNumber

           move 0 to wsBalance
           move dpInvoiceNo of disputeRec
               to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   compute wsBalance = rmDue of receivableRec
                       - rmPaid of receivableRec
           end-read
           if wsBalance < 0
               move 0 to wsBalance
           end-if

           move spaces to detailLine
           move dpInvoiceNo of disputeRec to dl-invoiceNo
           move dpRecordId of disputeRec to dl-recordId
           move dpRecordId of disputeRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "(no record)" to dl-name
               not invalid key
                   move recordName of rec to dl-name
           end-read
           move dpOpenedDate of disputeRec to dl-opened
           move dpOperator of disputeRec to dl-operator
           move dpReason of disputeRec to dl-reason
           compute wsAmountEdit = wsBalance / 100
           move wsAmountEdit to dl-balance
           move wsAgeDays to dl-days
           evaluate true
               when wsAgeDays <= 30
                   move 1 to bucketSub
               when wsAgeDays <= 60
                   move 2 to bucketSub
               when wsAgeDays <= 90
                   move 3 to bucketSub
               when other
                   move 4 to bucketSub
           end-evaluate
           move bucketLabel(bucketSub) to dl-bucket
           add 1 to bk-count(bucketSub)
           add wsBalance to bk-amount(bucketSub)
           add wsBalance to grandTotal
           write reportLine from detailLine
           .

       2000-write-totals section.
           move spaces to reportLine
           write reportLine
           move 1 to bucketSub
           perform until bucketSub > 4
               move spaces to totalLine
               move bucketLabel(bucketSub) to tl-label
               move bk-count(bucketSub) to tl-count
               compute wsAmountEdit = bk-amount(bucketSub) / 100
               move wsAmountEdit to tl-amount
               write reportLine from totalLine
               add 1 to bucketSub
           end-perform
           move spaces to totalLine
           move "TOTAL OPEN" to tl-label
           move openCount to tl-count
           compute wsAmountEdit = grandTotal / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           move spaces to reportLine
           write reportLine
           move spaces to totalLine
           move "RELEASED TO DATE" to tl-label
           move releasedCount to tl-count
           write reportLine from totalLine
           move spaces to totalLine
           move "CREDITED TO DATE" to tl-label
           move creditedCount to tl-count
           write reportLine from totalLine
           .

       end program disputeReport.
