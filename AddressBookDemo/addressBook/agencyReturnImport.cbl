      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Takes in the collections agency's return file
      *> (agency-return.txt) for the debts agencyPlacement handed
      *> over.  The file opens with an "H" header naming the agency,
      *> carries one "D" row per event - C collected (with the date
      *> and the gross amount the debtor paid the agency), R
      *> recalled, U uncollectable - and closes with a "T" trailer
      *> whose count and amount total must agree with the rows
      *> before anything is applied; a file that does not balance
      *> is refused whole, the deposit-slip rule paymentPosting
      *> keeps.  A row for an invoice not placed with the agency is
      *> reported on agency-return-exceptions.txt, never guessed at.
      *>   C  the agency keeps its commission (commissionParm, in
      *>      hundredths of a percent) and remits the rest - the net
      *>      goes out as a deposit batch on payments.txt for
      *>      paymentPosting to apply, and the commission settles
      *>      its share of the invoice here, as a "K" row on
      *>      payment-history.txt the journal books to bad debt and
      *>      an AGENCY-FEES total on control-totals.txt
      *>   R  the agency hands the debt back - rmHold clears and the
      *>      invoice returns to our own dunning and interest cycle
      *>   U  the agency has given up - rmHold "U" keeps our own
      *>      cycle off it and leaves it for writeOffRun
      *> Every applied row is logged on agency-history.txt beside
      *> the placement it settles.  A run dated into a period
      *> periodClose has closed refuses to start.
       program-id. agencyReturnImport as "agencyReturnImport".

       environment division.
       input-output section.
       file-control.
           select returnFile assign to ".\agency-return.txt"
           organization is line sequential
           file status is fs-return.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select paymentFile assign to ".\payments.txt"
           organization is line sequential.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential.

           select optional agencyHistoryFile
           assign to ".\agency-history.txt"
           organization is line sequential.

           select exceptionFile
           assign to ".\agency-return-exceptions.txt"
           organization is line sequential.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
      *> operator adding up console displays
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

       fd returnFile.
       01 returnLine.
           03 ar-rowType pic x(1).
           03 filler     pic x(1).
           03 ar-rest    pic x(40).
       01 returnHeaderView redefines returnLine.
           03 filler       pic x(2).
           03 arH-date     pic 9(8).
           03 filler       pic x(1).
           03 arH-agency   pic x(10).
           03 filler       pic x(21).
       01 returnDetailView redefines returnLine.
           03 filler        pic x(2).
      *> C collected, R recalled, U uncollectable
           03 arD-action    pic x(1).
           03 filler        pic x(1).
           03 arD-invoiceNo pic 9(9).
           03 filler        pic x(1).
           03 arD-date      pic 9(8).
           03 filler        pic x(1).
      *> gross collected, in hundredths - zero on R and U rows
           03 arD-amount    pic 9(9).
           03 filler        pic x(10).
       01 returnTrailerView redefines returnLine.
           03 filler       pic x(2).
           03 arT-count    pic 9(9).
           03 filler       pic x(1).
           03 arT-amount   pic 9(11).
           03 filler       pic x(19).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd paymentFile.
       01 paymentLine.
           03 pm-rowType pic x(1).
           03 filler     pic x(1) value space.
           03 pm-rest    pic x(40).
       01 payDetailView redefines paymentLine.
           03 filler        pic x(2).
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

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1) value space.
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1) value space.
           03 ph-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 ph-amount    pic 9(9).
           03 filler       pic x(1) value space.
           03 ph-runDate   pic 9(8).
           03 filler       pic x(1) value space.
           03 ph-onAccount pic 9(9).
      *> the operator who ran the import, as paymentPosting stamps
      *> it, for the segregation-of-duties checks
           03 filler       pic x(1) value space.
           03 ph-operator  pic x(8).

       fd agencyHistoryFile.
       01 agencyHistoryLine.
      *> P placed, C collected, R recalled, U uncollectable
           03 ah-type       pic x(1).
           03 filler        pic x(1) value space.
           03 ah-date       pic 9(8).
           03 filler        pic x(1) value space.
           03 ah-invoiceNo  pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-recordId   pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-amount     pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-commission pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-agency     pic x(10).

       fd exceptionFile.
       01 exceptionLine.
           03 ex-action    pic x(1).
           03 filler       pic x(1) value space.
           03 ex-invoiceNo pic 9(9).
           03 filler       pic x(1) value space.
           03 ex-amount    pic 9(9).
           03 filler       pic x(1) value space.
           03 ex-reason    pic x(40).

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
       01 fs-return pic x(2).
       01 fs-master pic x(2).
       01 fs-period pic x(2).
       01 wsPeriodEof pic x(1) value "N".
       01 wsPeriodClosed pic x(1) value "N".
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsAgency pic x(10) value spaces.
      *> the trailer check - a file that does not add up is refused
      *> before a single row touches the master
       01 wsFileOk pic x(1) value "Y".
       01 wsHeaderSeen pic x(1) value "N".
       01 wsTrailerSeen pic x(1) value "N".
       01 wsRowCount pic 9(9) comp-5 value 0.
       01 wsRowAmount pic 9(11) comp-5 value 0.
       01 wsBalance pic s9(9) comp-5.
       01 wsCommission pic 9(9) comp-5.
       01 wsNet pic 9(9) comp-5.
      *> the part of the commission the invoice's balance could take
       01 wsSettled pic 9(9) comp-5.
       01 collectedCount  pic 9(9) comp-5 value 0.
       01 recalledCount   pic 9(9) comp-5 value 0.
       01 uncollectCount  pic 9(9) comp-5 value 0.
       01 exceptionCount  pic 9(9) comp-5 value 0.
       01 grossTotal      pic 9(11) comp-5 value 0.
       01 netTotal        pic 9(11) comp-5 value 0.
       01 commissionTotal pic 9(11) comp-5 value 0.
       01 settledCount    pic 9(9) comp-5 value 0.
       01 wsReason pic x(40).
       01 wsOperator pic x(8).

       linkage section.
      *> the agency's cut of what it collects, in hundredths of a
      *> percent (2500 = 25%)
       01 commissionParm pic 9(4).

       procedure division using commissionParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"
           perform 0020-check-period
           if wsPeriodClosed = "Y"
               display "not started - period " wsRunDate(1:6)
                   " is closed"
               goback
           end-if

           open input returnFile
           if fs-return not = "00"
               display "agency return file not found, file status "
                   fs-return ", nothing imported"
               goback
           end-if
           perform 1000-verify-return-file
           close returnFile
           if wsFileOk not = "Y"
               display "agency return file refused - nothing imported"
               goback
           end-if

           open i-o receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing imported"
               goback
           end-if
           open input returnFile
           open extend paymentFile
           open extend payHistoryFile
           open extend agencyHistoryFile
           open output exceptionFile
           move spaces to paymentLine
           move "H" to pm-rowType
           move wsRunDate to payH-date
           move "AGENCY" to payH-source
           move wsRunTime(1:6) to payH-time
           write paymentLine

           perform until eof = "Y"
               read returnFile
                   at end
                       move "Y" to eof
                   not at end
                       if ar-rowType = "D"
                           perform 2000-apply-one-row
                       end-if
               end-read
           end-perform

           move spaces to paymentLine
           move "T" to pm-rowType
           move collectedCount to payT-count
           move netTotal to payT-amount
           write paymentLine
           close exceptionFile
           close agencyHistoryFile
           close payHistoryFile
           close paymentFile
           close returnFile
           close receivablesFile

           perform 5000-post-control-totals

           display "agency:            " wsAgency
           display "collected:         " collectedCount
           display "gross collected:   " grossTotal
           display "commission:        " commissionTotal
           display "net to post:       " netTotal
           display "recalled:          " recalledCount
           display "uncollectable:     " uncollectCount
           display "exceptions:        " exceptionCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
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

       1000-verify-return-file section.
           perform until eof = "Y"
               read returnFile
                   at end
                       move "Y" to eof
                   not at end
                       evaluate ar-rowType
                           when "H"
                               move "Y" to wsHeaderSeen
                               move arH-agency to wsAgency
                           when "D"
                               add 1 to wsRowCount
                               if arD-amount is numeric
                                   add arD-amount to wsRowAmount
                               else
                                   display "agency row for invoice "
                                       arD-invoiceNo
                                       " carries no amount"
                                   move "N" to wsFileOk
                               end-if
                           when "T"
                               move "Y" to wsTrailerSeen
                               if arT-count not = wsRowCount
                                   display "agency trailer count "
                                       arT-count " but " wsRowCount
                                       " rows read"
                                   move "N" to wsFileOk
                               end-if
                               if arT-amount not = wsRowAmount
                                   display "agency trailer amount "
                                       arT-amount " but " wsRowAmount
                                       " summed"
                                   move "N" to wsFileOk
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           if wsHeaderSeen = "N" or wsTrailerSeen = "N"
               display "agency return file has no header or trailer"
               move "N" to wsFileOk
           end-if
           move "N" to eof
           .

      *> only an invoice the agency holds for us - rmHold "A" - takes
      *> a return row; anything else is for a person to look at
       2000-apply-one-row section.
           move arD-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   move "invoice not on the receivables master"
                       to wsReason
                   perform 2900-write-exception
               not invalid key
                   evaluate true
                       when rmHold of receivableRec not = "A"
                           move "invoice not placed with the agency"
                               to wsReason
                           perform 2900-write-exception
                       when arD-action = "C"
                           perform 2100-take-collection
                       when arD-action = "R"
                           perform 2200-take-recall
                       when arD-action = "U"
                           perform 2300-take-uncollectable
                       when other
                           move "unknown return action" to wsReason
                           perform 2900-write-exception
                   end-evaluate
           end-read
           .

      *> the debtor paid the agency the gross; we receive the net.
      *> The net is cash and goes through paymentPosting like any
      *> other deposit; the commission never reaches the bank, so it
      *> settles the invoice here.  The invoice stays placed - the
      *> agency may collect again before it reports the debt done.
       2100-take-collection section.
           if arD-amount = 0
               move "collection carries no amount" to wsReason
               perform 2900-write-exception
           else
               compute wsCommission rounded
                   = arD-amount * commissionParm / 10000
               compute wsNet = arD-amount - wsCommission
               compute wsBalance = rmDue of receivableRec
                                 - rmPaid of receivableRec
               move wsCommission to wsSettled
               if wsSettled > wsBalance
                   move wsBalance to wsSettled
               end-if
               if wsSettled > 0
                   add wsSettled to rmPaid of receivableRec
                   if rmPaid of receivableRec
                       >= rmDue of receivableRec
                       move "P" to rmStatus of receivableRec
                   end-if
                   rewrite receivableRec end-rewrite
                   move spaces to payHistoryLine
                   move "K" to ph-type
                   move arD-invoiceNo to ph-invoiceNo
                   move arD-date to ph-date
                   move wsSettled to ph-amount
                   move wsRunDate to ph-runDate
                   move 0 to ph-onAccount
                   move wsOperator to ph-operator
                   write payHistoryLine
                   add wsSettled to commissionTotal
                   add 1 to settledCount
               end-if
               if wsNet > 0
                   move spaces to paymentLine
                   move "D" to pm-rowType
                   move arD-invoiceNo to pay-invoiceNo
                   move arD-date to pay-date
                   move wsNet to pay-amount
                   write paymentLine
               end-if
               add 1 to collectedCount
               add arD-amount to grossTotal
               add wsNet to netTotal
               move spaces to agencyHistoryLine
               move "C" to ah-type
               move arD-amount to ah-amount
               move wsSettled to ah-commission
               perform 2800-write-agency-history
           end-if
           .

       2200-take-recall section.
           move space to rmHold of receivableRec
           rewrite receivableRec end-rewrite
           add 1 to recalledCount
           move spaces to agencyHistoryLine
           move "R" to ah-type
           perform 2700-note-balance
           .

       2300-take-uncollectable section.
           move "U" to rmHold of receivableRec
           rewrite receivableRec end-rewrite
           add 1 to uncollectCount
           move spaces to agencyHistoryLine
           move "U" to ah-type
           perform 2700-note-balance
           .

      *> a recall or a give-up logs the balance that comes back
       2700-note-balance section.
           compute wsBalance = rmDue of receivableRec
                             - rmPaid of receivableRec
           if wsBalance < 0
               move 0 to wsBalance
           end-if
           move wsBalance to ah-amount
           move 0 to ah-commission
           perform 2800-write-agency-history
           .

       2800-write-agency-history section.
           move arD-date to ah-date
           if ah-date = 0
               move wsRunDate to ah-date
           end-if
           move arD-invoiceNo to ah-invoiceNo
           move rmRecordId of receivableRec to ah-recordId
           move wsAgency to ah-agency
           write agencyHistoryLine
           .

       2900-write-exception section.
           move spaces to exceptionLine
           move wsReason to ex-reason
           move arD-action to ex-action
           move arD-invoiceNo to ex-invoiceNo
           move arD-amount to ex-amount
           write exceptionLine
           add 1 to exceptionCount
           display "agency row for invoice " arD-invoiceNo
               " not applied - " ex-reason
           .

       5000-post-control-totals section.
           open extend ledgerFile
           move spaces to ledgerLine
           move "AGENCY-FEES" to le-totalId
           move wsRunDate to le-date
           compute le-amount = commissionTotal / 100
           move settledCount to le-count
           write ledgerLine
           close ledgerFile
           .

       end program agencyReturnImport.
