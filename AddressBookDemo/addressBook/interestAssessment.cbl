      *> by paymentPosting's fold-in, so the charge is never taken on
      *> twice), with a run report of assessed amounts per contact
      *> and an INTEREST-RAISED total on the control-totals ledger.
      *> An invoice under an open promise to pay on promises.txt
      *> runs up no interest until the promised date has passed.
       program-id. interestAssessment as "interestAssessment".

       environment division.
           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential.

      *> promises to pay promiseUpdate records - an invoice under an
      *> open promise is left alone until the promised date
           select optional promiseFile assign to ".\promises.txt"
           organization is indexed
           access is dynamic
           record key prInvoiceNo of promiseRec with no duplicates
           alternate record key prRecordId of promiseRec
               with duplicates
           file status is fs-promise.

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

       fd promiseFile.
       01 promiseRec.
       copy "promise.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd registerFile.
       01 registerLine pic x(88).

       fd reportFile.
       01 reportLine pic x(80).
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
       01 fs-master pic x(2).
       01 fs-promise pic x(2).
       01 wsPromisesPresent pic x(1) value "N".
       01 wsPromised pic x(1) value "N".
       01 promiseHeldCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 fs-period pic x(2).
       01 wsPeriodEof pic x(1) value "N".
       01 wsPeriodClosed pic x(1) value "N".
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsInvoiceDayNumber pic 9(9) comp-5.
       01 wsAgeDays pic s9(9) comp-5.
               move 30 to graceDaysParm
           end-if
           accept wsRunDate from date yyyymmdd
           perform 0020-check-period
           if wsPeriodClosed = "Y"
               display "not started - period " wsRunDate(1:6)
                   " is closed"
               goback
           end-if
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)
           compute wsRateArg = rateParm / 100
           end-if
           open extend registerFile
           open output reportFile
           open input promiseFile
           if fs-promise = "00"
               move "Y" to wsPromisesPresent
           end-if
           write reportLine from reportHeading

           move zeros to rmInvoiceNo of receivableRec
      *> written-off invoices ("W") keep their balance but left
      *> the collections cycle - charging them interest would also
      *> leak on the AR roll-forward, since the balance they carry
      *> is outside AR-BALANCE.  A held invoice ("H") is under
      *> dispute and runs up no interest while the query is open;
      *> a debt with the collections agency ("A") or back from it
      *> uncollectable ("U") accrues nothing on our side either
                       if wsBalance > 0
                          and rmStatus of receivableRec not = "W"
                          and rmHold of receivableRec not = "H"
                          and rmHold of receivableRec not = "A"
                          and rmHold of receivableRec not = "U"
                           perform 0700-check-promise
                           if wsPromised = "Y"
                               add 1 to promiseHeldCount
                           else
                               perform 2000-assess-one-invoice
                           end-if
                       end-if
               end-read
           end-perform
           compute wsAmountEdit = interestTotal / 100
           move wsAmountEdit to tl-amount
           write reportLine from totalLine
           close promiseFile
           close reportFile
           close registerFile
           close receivablesFile

           display "invoices assessed: " assessedCount
           display "interest raised:   " interestTotal
           display "held on a promise: " promiseHeldCount
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
                   end-read
               end-perform
           end-if
           close periodFile
           .

      *> an open promise whose date has not yet passed holds the
      *> invoice - the customer has said when they will pay, and
      *> promiseCheck judges it once the day has gone by
       0700-check-promise section.
           move "N" to wsPromised
           if wsPromisesPresent = "Y"
               move rmInvoiceNo of receivableRec
                   to prInvoiceNo of promiseRec
               read promiseFile
                   key is prInvoiceNo of promiseRec
                   invalid key
                       continue
                   not invalid key
                       if prStatus of promiseRec = space
                          and prPromiseDate of promiseRec
                              >= wsRunDate
                           move "Y" to wsPromised
                       end-if
               end-read
           end-if
           .

       2000-assess-one-invoice section.
           compute wsInvoiceDayNumber
               = function integer-of-date
