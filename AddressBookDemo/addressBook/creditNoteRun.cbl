      *> carries, is reported and skipped rather than forced through.
      *> The summed credits post to the control-totals ledger as
      *> FEES-CREDITED so controlTotalsBalance can prove credits too.
      *> Each credit document names the operator who raised it - the
      *> one in the ADDRESSBOOK_OPERATOR environment variable.
       program-id. creditNoteRun as "creditNoteRun".

       environment division.
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

       fd requestFile.
       01 requestLine.
           03 cr-invoiceNo pic 9(9).
       01 creditNoteLine pic x(80).

       fd registerFile.
       01 registerLine pic x(88).

       fd ledgerFile.
       01 ledgerLine.
       01 fs-control pic x(2).
       01 fs-master  pic x(2).
       01 wsRunDate pic 9(8).
       01 wsOperator pic x(8).
       01 fs-period pic x(2).
       01 wsPeriodEof pic x(1) value "N".
       01 wsPeriodClosed pic x(1) value "N".
       01 wsControlRow pic 9(9) comp-5 value 0.
       01 wsLastInvoiceNo pic 9(9) comp-5 value 0.
      *> two implied decimals - 2000 means 20.00%
           03 ca-invoiceNo   pic 9(9).
           03 filler         pic x(2) value spaces.
           03 ca-reason      pic x(30).
           03 filler         pic x(11) value " RAISED BY ".
           03 ca-operator    pic x(8).
       01 creditAmountLine.
           03 cm-label       pic x(14).
           03 cm-amount      pic z(7)9.99.
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
           perform 1000-read-control
           open i-o receivablesFile
           if fs-master not = "00" and fs-master not = "05"
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

       1000-read-control section.
           move 0 to wsControlRow
           open input controlFile
           write creditNoteLine from creditHeading
           move cr-invoiceNo to ca-invoiceNo
           move cr-reason to ca-reason
           move wsOperator to ca-operator
           write creditNoteLine from creditAgainst
           move "FEE CREDIT:   " to cm-label
           compute wsAmountEdit = wsFeeAmount / 100
