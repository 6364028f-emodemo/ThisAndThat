      *> gets the distinct "W" status (never "P" - a write-off is not
      *> a payment), the summed balances post to control-totals.txt
      *> as FEES-WRITTEN-OFF, and a certificate names every invoice,
      *> amount, and the authorizing operator.  The certificate is
      *> cut fresh each run; every write-off is also appended to
      *> write-off-history.txt, the record the general ledger
      *> journal and the segregation-of-duties checks read.
       program-id. writeOffRun as "writeOffRun".

       environment division.
           assign to ".\write-off-certificate.txt"
           organization is line sequential.

           select optional writeOffHistoryFile
           assign to ".\write-off-history.txt"
           organization is line sequential.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential.

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

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".
       fd certificateFile.
       01 certificateLine pic x(80).

       fd writeOffHistoryFile.
       01 writeOffHistoryRec.
       copy "writeoffhistory.cpy".

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
       01 fs-candidate  pic x(2).
       01 fs-permission pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 fs-period pic x(2).
       01 wsPeriodEof pic x(1) value "N".
       01 wsPeriodClosed pic x(1) value "N".
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsInvoiceDayNumber pic 9(9) comp-5.
       01 wsAgeDays pic s9(9) comp-5.
                                amountLimitParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           perform 0020-check-period
           if wsPeriodClosed = "Y"
               display "not started - period " wsRunDate(1:6)
                   " is closed"
               goback
           end-if
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)

           move wsRunDate to ch-date
           move operatorParm to ch-operator
           write certificateLine from certificateHeading
           open extend writeOffHistoryFile

           open input candidateFile
           if fs-candidate = "00"
           move wsAmountEdit to tl-amount
           move writtenOffCount to tl-count
           write certificateLine from totalLine
           close writeOffHistoryFile
           close certificateFile
           close receivablesFile

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
                   end-read
               end-perform
           end-if
           close periodFile
           .

      *> same lookup signOnOperatorFunc does - no row, or any level
      *> but "S", refuses the run
       0500-check-supervisor section.
                   compute wsBalance
                       = rmDue of receivableRec
                       - rmPaid of receivableRec
                   evaluate true
                       when rmHold of receivableRec = "H"
                           add 1 to skippedCount
                           display "candidate invoice " ca-invoiceNo
                               " is held under dispute - skipped"
                       when rmHold of receivableRec = "A"
                           add 1 to skippedCount
                           display "candidate invoice " ca-invoiceNo
                               " is placed with the agency - skipped"
                       when wsBalance > 0
                            and rmStatus of receivableRec = "O"
                           perform 3000-write-off-current-invoice
                       when other
                           add 1 to skippedCount
                           display "candidate invoice " ca-invoiceNo
                               " carries no open balance - skipped"
                   end-evaluate
           end-read
           .

       2100-test-one-invoice section.
           compute wsBalance
               = rmDue of receivableRec - rmPaid of receivableRec
      *> a held invoice is under dispute - the query decides it,
      *> not its age; a debt still with the collections agency is
      *> the agency's until it comes back
           if wsBalance > 0 and rmStatus of receivableRec = "O"
              and rmHold of receivableRec not = "H"
              and rmHold of receivableRec not = "A"
               compute wsInvoiceDayNumber
                   = function integer-of-date
                       (rmInvoiceDate of receivableRec)
           compute wsAmountEdit = wsBalance / 100
           move wsAmountEdit to dl-amount
           write certificateLine from detailLine
           move spaces to writeOffHistoryRec
           move rmInvoiceNo of receivableRec to woInvoiceNo
           move rmRecordId of receivableRec  to woRecordId
           move wsBalance to woAmount
           move wsRunDate to woDate
           move wsRunTime(1:6) to woTime
           move operatorParm to woOperator
           write writeOffHistoryRec
           .

       5000-post-control-totals section.
