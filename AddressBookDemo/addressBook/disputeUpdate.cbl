      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Opens and resolves invoice disputes on disputes.txt, in the
      *> cityMasterUpdate mold.  Applies dispute-updates.txt: action
      *> O (open a dispute), R (release - the query is answered and
      *> the invoice goes back to normal collections), or C (credit -
      *> the customer was right, and a credit-note request for the
      *> given fee is queued on credit-note-requests.txt for
      *> creditNoteRun to issue).  Opening a dispute puts rmHold "H"
      *> on the invoice's receivables-master row, which dunningLetters,
      *> interestAssessment, writeOffRun and directDebitCollection all
      *> pass by; either resolution clears it.  Nothing is ever
      *> edited silently - the dispute row keeps who opened it, who
      *> closed it, when, and how, and a credit goes through the
      *> credit-note run like any other.  A dispute can only be
      *> opened on an open invoice still carrying a balance, and a
      *> credit larger than that balance (fee plus VAT at the
      *> invoice-control.txt rate) is refused here, before
      *> creditNoteRun would refuse it after the hold was gone.
      *> Rejected rows are counted and shown, never forced through.
       program-id. disputeUpdate as "disputeUpdate".

       environment division.
       input-output section.
       file-control.
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

           select updateFile assign to ".\dispute-updates.txt"
           organization is line sequential
           file status is fs-update.

      *> queued for creditNoteRun - appended to, never replaced
           select optional requestFile
           assign to ".\credit-note-requests.txt"
           organization is line sequential
           file status is fs-request.

      *> rows one to three: last invoice number, VAT rate, last
      *> credit-note number - only the VAT rate is read here
           select optional controlFile
           assign to ".\invoice-control.txt"
           organization is line sequential
           file status is fs-control.

       data division.
       file section.
       fd disputeFile.
       01 disputeRec.
       copy "dispute.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd updateFile.
       01 updateLine.
           03 du-action    pic x(1).
           03 filler       pic x(1).
           03 du-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 du-operator  pic x(8).
           03 filler       pic x(1).
      *> fee to credit in hundredths, before VAT - action C only
           03 du-creditFee pic 9(9).
           03 filler       pic x(1).
           03 du-reason    pic x(30).

      *> creditNoteRun's request layout
       fd requestFile.
       01 requestLine.
           03 cr-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 cr-fee       pic 9(9).
           03 filler       pic x(1).
           03 cr-reason    pic x(30).

       fd controlFile.
       01 controlLine pic 9(9).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-dispute pic x(2).
       01 fs-master  pic x(2).
       01 fs-update  pic x(2).
       01 fs-request pic x(2).
       01 fs-control pic x(2).
       01 wsRunDate pic 9(8).
       01 wsControlRow pic 9(9) comp-5 value 0.
      *> two implied decimals - 2000 means 20.00%
       01 wsVatRate pic 9(4) comp-5 value 2000.
       01 wsBalance pic s9(9) comp-5 value 0.
       01 wsCreditTotal pic 9(9) comp-5 value 0.
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsDisputeFound pic x(1) value "N".
       01 openedCount   pic 9(9) comp-5 value 0.
       01 releasedCount pic 9(9) comp-5 value 0.
       01 creditedCount pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 0500-read-control
           open i-o disputeFile
           if fs-dispute not = "00" and fs-dispute not = "05"
               display "dispute file not usable, file status "
                   fs-dispute ", nothing applied"
               goback
           end-if
           open i-o receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing applied"
               close disputeFile
               goback
           end-if
           open input updateFile
           if fs-update = "00"
               open extend requestFile
               perform until eof = "Y"
                   read updateFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-apply-one-update
                   end-read
               end-perform
               close requestFile
               close updateFile
           else
               display "update file not found, file status "
                   fs-update ", nothing applied"
           end-if
           close receivablesFile
           close disputeFile

           display "disputes opened:    " openedCount
           display "disputes released:  " releasedCount
           display "disputes credited:  " creditedCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-read-control section.
           move 0 to wsControlRow
           open input controlFile
           if fs-control = "00" or fs-control = "05"
               perform until eof = "Y"
                   read controlFile
                       at end
                           move "Y" to eof
                       not at end
                           add 1 to wsControlRow
                           if wsControlRow = 2
                               move controlLine to wsVatRate
                           end-if
                   end-read
               end-perform
           end-if
           close controlFile
           move "N" to eof
           .

       1000-apply-one-update section.
           move "Y" to wsRowOk
           move spaces to wsReason
           if du-operator = spaces
               move "N" to wsRowOk
               move "operator missing" to wsReason
           else
               perform 1100-read-invoice-and-dispute
           end-if
           if wsRowOk = "Y"
               evaluate du-action
                   when "O"
                       perform 2000-open-dispute
                   when "R"
                       perform 3000-release-dispute
                   when "C"
                       perform 4000-credit-dispute
                   when other
                       move "N" to wsRowOk
                       move "unknown action" to wsReason
               end-evaluate
           end-if
           if wsRowOk not = "Y"
               add 1 to rejectedCount
               display "rejected " du-action " for invoice "
                   du-invoiceNo ": " wsReason
           end-if
           .

       1100-read-invoice-and-dispute section.
           move du-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   move "N" to wsRowOk
                   move "invoice not on the receivables master"
                       to wsReason
               not invalid key
                   compute wsBalance = rmDue of receivableRec
                       - rmPaid of receivableRec
           end-read
           move du-invoiceNo to dpInvoiceNo of disputeRec
           read disputeFile
               key is dpInvoiceNo of disputeRec
               invalid key
                   move "N" to wsDisputeFound
               not invalid key
                   move "Y" to wsDisputeFound
           end-read
           .

      *> a closed dispute on the same invoice is reopened in place -
      *> the customer is querying it again, and the row says so
       2000-open-dispute section.
           evaluate true
               when wsDisputeFound = "Y"
                    and dpResolution of disputeRec = space
                   move "N" to wsRowOk
                   move "dispute already open" to wsReason
               when rmStatus of receivableRec not = "O"
                    or wsBalance <= 0
                   move "N" to wsRowOk
                   move "invoice carries no open balance" to wsReason
      *> a placed debt is the agency's to query - closing a dispute
      *> here would clear the placement along with the hold
               when rmHold of receivableRec = "A"
                   move "N" to wsRowOk
                   move "invoice placed with the agency" to wsReason
               when du-reason = spaces
                   move "N" to wsRowOk
                   move "dispute reason missing" to wsReason
               when other
                   move du-invoiceNo to dpInvoiceNo of disputeRec
                   move rmRecordId of receivableRec
                       to dpRecordId of disputeRec
                   move wsRunDate to dpOpenedDate of disputeRec
                   move du-operator to dpOperator of disputeRec
                   move du-reason to dpReason of disputeRec
                   move space to dpResolution of disputeRec
                   move 0 to dpClosedDate of disputeRec
                   move spaces to dpClosedBy of disputeRec
                   move 0 to dpCreditFee of disputeRec
                   if wsDisputeFound = "Y"
                       rewrite disputeRec end-rewrite
                   else
                       write disputeRec end-write
                   end-if
                   move "H" to rmHold of receivableRec
                   rewrite receivableRec end-rewrite
                   add 1 to openedCount
           end-evaluate
           .

       3000-release-dispute section.
           if wsDisputeFound not = "Y"
              or dpResolution of disputeRec not = space
               move "N" to wsRowOk
               move "no open dispute on this invoice" to wsReason
           else
               move "R" to dpResolution of disputeRec
               perform 5000-close-dispute
               add 1 to releasedCount
           end-if
           .

       4000-credit-dispute section.
           compute wsCreditTotal = du-creditFee
               + (du-creditFee * wsVatRate) / 10000
           evaluate true
               when wsDisputeFound not = "Y"
                    or dpResolution of disputeRec not = space
                   move "N" to wsRowOk
                   move "no open dispute on this invoice" to wsReason
               when du-creditFee is not numeric
                    or du-creditFee = 0
                   move "N" to wsRowOk
                   move "credit amount missing" to wsReason
               when wsCreditTotal > wsBalance
                   move "N" to wsRowOk
                   move "credit exceeds the open balance" to wsReason
               when other
                   move spaces to requestLine
                   move du-invoiceNo to cr-invoiceNo
                   move du-creditFee to cr-fee
                   if du-reason = spaces
                       move dpReason of disputeRec to cr-reason
                   else
                       move du-reason to cr-reason
                   end-if
                   write requestLine
                   move "C" to dpResolution of disputeRec
                   move du-creditFee to dpCreditFee of disputeRec
                   perform 5000-close-dispute
                   add 1 to creditedCount
           end-evaluate
           .

       5000-close-dispute section.
           move wsRunDate to dpClosedDate of disputeRec
           move du-operator to dpClosedBy of disputeRec
           rewrite disputeRec end-rewrite
           move space to rmHold of receivableRec
           rewrite receivableRec end-rewrite
           .

       end program disputeUpdate.
