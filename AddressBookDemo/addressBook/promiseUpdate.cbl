      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Records the promises to pay collectors take on the phone on
      *> promises.txt, in the disputeUpdate mold, so "I'll pay 200 on
      *> Friday" stops being a free-text note nobody reads again.
      *> Applies promise-updates.txt: action N (a new promise - the
      *> amount, the date it is promised for, the collector, and the
      *> timestamp of the interaction entry the call was logged
      *> under) or X (cancel the open promise).  A promise can only
      *> be taken on an open invoice still carrying a balance, for
      *> no more than that balance, for a date not already past, and
      *> not on an invoice under dispute or with the collections
      *> agency - those are settled elsewhere.  A linked interaction
      *> must exist on records-interactions.txt for the invoice's
      *> contact.  While a promise is open, dunningLetters and
      *> interestAssessment hold off the invoice until its date;
      *> promiseCheck settles it as kept, part-kept or broken.
      *> Rejected rows are counted and shown, never forced through.
       program-id. promiseUpdate as "promiseUpdate".

       environment division.
       input-output section.
       file-control.
           select optional promiseFile assign to ".\promises.txt"
           organization is indexed
           access is dynamic
           record key prInvoiceNo of promiseRec with no duplicates
           alternate record key prRecordId of promiseRec
               with duplicates
           file status is fs-promise.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select optional interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select updateFile assign to ".\promise-updates.txt"
           organization is line sequential
           file status is fs-update.

       data division.
       file section.
       fd promiseFile.
       01 promiseRec.
       copy "promise.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

       fd updateFile.
       01 updateLine.
           03 pu-action      pic x(1).
           03 filler         pic x(1).
           03 pu-invoiceNo   pic 9(9).
           03 filler         pic x(1).
           03 pu-collector   pic x(8).
           03 filler         pic x(1).
      *> sum promised in hundredths - action N only
           03 pu-amount      pic 9(9).
           03 filler         pic x(1).
           03 pu-promiseDate pic 9(8).
           03 filler         pic x(1).
      *> the interaction entry's timestamp, or spaces
           03 pu-interaction pic x(14).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-promise     pic x(2).
       01 fs-master      pic x(2).
       01 fs-interaction pic x(2).
       01 fs-update      pic x(2).
       01 wsRunDate pic 9(8).
       01 wsBalance pic s9(9) comp-5 value 0.
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsPromiseFound pic x(1) value "N".
       01 wsInteractionOk pic x(1) value "N".
       01 takenCount     pic 9(9) comp-5 value 0.
       01 cancelledCount pic 9(9) comp-5 value 0.
       01 rejectedCount  pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           open i-o promiseFile
           if fs-promise not = "00" and fs-promise not = "05"
               display "promise file not usable, file status "
                   fs-promise ", nothing applied"
               goback
           end-if
           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing applied"
               close promiseFile
               goback
           end-if
           open input interactionFile
           open input updateFile
           if fs-update = "00"
               perform until eof = "Y"
                   read updateFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-apply-one-update
                   end-read
               end-perform
               close updateFile
           else
               display "update file not found, file status "
                   fs-update ", nothing applied"
           end-if
           close interactionFile
           close receivablesFile
           close promiseFile

           display "promises taken:     " takenCount
           display "promises cancelled: " cancelledCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-apply-one-update section.
           move "Y" to wsRowOk
           move spaces to wsReason
           if pu-collector = spaces
               move "N" to wsRowOk
               move "collector missing" to wsReason
           else
               perform 1100-read-invoice-and-promise
           end-if
           if wsRowOk = "Y"
               evaluate pu-action
                   when "N"
                       perform 2000-take-promise
                   when "X"
                       perform 3000-cancel-promise
                   when other
                       move "N" to wsRowOk
                       move "unknown action" to wsReason
               end-evaluate
           end-if
           if wsRowOk not = "Y"
               add 1 to rejectedCount
               display "rejected " pu-action " for invoice "
                   pu-invoiceNo ": " wsReason
           end-if
           .

       1100-read-invoice-and-promise section.
           move pu-invoiceNo to rmInvoiceNo of receivableRec
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
           move pu-invoiceNo to prInvoiceNo of promiseRec
           read promiseFile
               key is prInvoiceNo of promiseRec
               invalid key
                   move "N" to wsPromiseFound
               not invalid key
                   move "Y" to wsPromiseFound
           end-read
           .

      *> a settled or cancelled promise on the same invoice is
      *> replaced in place - the customer has promised again
       2000-take-promise section.
           if pu-interaction not = spaces
               perform 2100-check-interaction
           end-if
           evaluate true
               when wsPromiseFound = "Y"
                    and prStatus of promiseRec = space
                   move "N" to wsRowOk
                   move "promise already open" to wsReason
               when rmStatus of receivableRec not = "O"
                    or wsBalance <= 0
                   move "N" to wsRowOk
                   move "invoice carries no open balance" to wsReason
               when rmHold of receivableRec = "H"
                   move "N" to wsRowOk
                   move "invoice under dispute" to wsReason
               when rmHold of receivableRec = "A"
                    or rmHold of receivableRec = "U"
                   move "N" to wsRowOk
                   move "invoice with the collections agency"
                       to wsReason
               when pu-amount is not numeric
                    or pu-amount = 0
                   move "N" to wsRowOk
                   move "promised amount missing" to wsReason
               when pu-amount > wsBalance
                   move "N" to wsRowOk
                   move "promise exceeds the open balance"
                       to wsReason
               when pu-promiseDate is not numeric
                    or pu-promiseDate < wsRunDate
                   move "N" to wsRowOk
                   move "promised date missing or past" to wsReason
               when pu-interaction not = spaces
                    and wsInteractionOk = "N"
                   move "N" to wsRowOk
                   move "linked interaction not found" to wsReason
               when other
                   move pu-invoiceNo to prInvoiceNo of promiseRec
                   move rmRecordId of receivableRec
                       to prRecordId of promiseRec
                   move wsRunDate to prTakenDate of promiseRec
                   move pu-collector to prCollector of promiseRec
                   move pu-amount to prAmount of promiseRec
                   move pu-promiseDate to prPromiseDate of promiseRec
                   move pu-interaction to prInteraction of promiseRec
                   move space to prStatus of promiseRec
                   move 0 to prReceived of promiseRec
                   move 0 to prCheckedDate of promiseRec
                   if wsPromiseFound = "Y"
                       rewrite promiseRec end-rewrite
                   else
                       write promiseRec end-write
                   end-if
                   add 1 to takenCount
           end-evaluate
           .

      *> the entry is keyed by the invoice's contact and the stamp
      *> recordsProgram gave it when the call was logged
       2100-check-interaction section.
           move "N" to wsInteractionOk
           move rmRecordId of receivableRec
               to interactionRecordId of interactionRec
           move pu-interaction
               to interactionTimestamp of interactionRec
           read interactionFile
               key is interactionKey of interactionRec
               invalid key
                   continue
               not invalid key
                   move "Y" to wsInteractionOk
           end-read
           .

       3000-cancel-promise section.
           if wsPromiseFound not = "Y"
              or prStatus of promiseRec not = space
               move "N" to wsRowOk
               move "no open promise on this invoice" to wsReason
           else
               move "X" to prStatus of promiseRec
               move wsRunDate to prCheckedDate of promiseRec
               rewrite promiseRec end-rewrite
               add 1 to cancelledCount
           end-if
           .

       end program promiseUpdate.
