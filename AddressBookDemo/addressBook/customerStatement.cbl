      *> closing balance - addressed from the records.cpy fields so
      *> the page goes straight in the post.  Payments and
      *> reversals come off the payment history paymentPosting
      *> keeps ("P" and "R" rows), and the collection agency's
      *> commission off the "K" rows agencyReturnImport writes there
      *> - the commission settles the invoice as surely as the cash
      *> does, so it comes off the balance the same way.  The raw
      *> payments file now carries deposit-control batches and is
      *> not this report's business.  A payment names only its
      *> invoice, so each one is tied to its contact through a keyed
      *> read of the receivables master.  Handed recordId
      *> 999999999, it prints the statements queued on
      *> statement-requests.txt from the account inquiry screen
      *> instead - each queued contact once, the whole account from
      *> the first row - and moves the requests it printed off the
      *> queue onto statement-requests-printed.txt.
       program-id. customerStatement as "customerStatement".

       environment division.
           file status is fs-register.

      *> the payments ("P") and reversals ("R") paymentPosting
      *> posted, and the agency commission ("K") agencyReturnImport
      *> settled - the statement's source for money received, and
      *> one that survives any payments.txt housekeeping
           select optional payHistoryFile
           assign to ".\payment-history.txt"
           select statementFile assign to ".\customer-statements.txt"
           organization is line sequential.

      *> statements the finance desk asked for while a customer was
      *> on the phone - "Q" rows still to print
           select optional requestFile
           assign to ".\statement-requests.txt"
           organization is line sequential
           file status is fs-request.

      *> the queue as it stands after a run - the requests whose
      *> statements did not print - copied back over the queue
           select requestWorkFile
           assign to ".\statement-requests-work.txt"
           organization is line sequential.

      *> every request printed, marked "P" with the run date - the
      *> trail of what the desk asked for, only ever appended to
           select optional printedFile
           assign to ".\statement-requests-printed.txt"
           organization is line sequential.

      *> paid-off invoices financeHousekeeping moved off the master
      *> - the statement run still reaches them here, so an old
      *> payment keeps its contact
      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd datafile.
       01 rec.
           03 filler       pic x(1).
           03 ph-runDate   pic 9(8).

       fd requestFile.
       01 requestLine.
       copy "statementrequest.cpy".

       fd requestWorkFile.
       01 requestWorkLine pic x(45).

       fd printedFile.
       01 printedLine pic x(45).

       fd statementFile.
       01 statementLine pic x(80).

       01 fs-register pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-archive pic x(2).
       01 fs-request pic x(2).
      *> the recordId that asks for the queued statements
       78 queuedStatements value 999999999.
       01 requestCount pic 9(9) comp-5 value 0.
       01 requestLeftCount pic 9(9) comp-5 value 0.
      *> archived invoiceNo-to-recordId pairs, loaded once - the
      *> fallback when a payment's invoice has left the master
       01 archiveMapTable.
               goback
           end-if
           perform 1200-load-invoice-archive
           if recordIdParm = queuedStatements
               perform 1700-load-statement-requests
           else
               perform 1500-select-contacts
           end-if
           if contactCount = 0
               display "no contacts selected - nothing to print"
               close receivablesFile
           close statementFile
           close datafile
           close receivablesFile
           if recordIdParm = queuedStatements
               perform 1800-mark-requests-printed
           end-if

           display "statements printed: " statementCount
           goback
           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsQuiesced
                               display "system quiesced for"
                                   " maintenance by " cnHolder
                                   " since " cnTimestamp
                           end-if
                   end-read
               end-perform
           end-if
           .

      *> each contact with a "Q" row once, however many times the
      *> desk asked - nothing but the queued rows is looked at
       1700-load-statement-requests section.
           move "N" to eof
           open input requestFile
           if fs-request = "00"
               perform until eof = "Y"
                   read requestFile
                       at end
                           move "Y" to eof
                       not at end
                           if srStatus = "Q"
                               perform 1710-note-one-request
                           end-if
                   end-read
               end-perform
           end-if
           close requestFile
           move "N" to eof
           .

       1710-note-one-request section.
           move 0 to matchSub
           move 1 to contactSub
           perform until contactSub > contactCount
               if contactEntry(contactSub) = srRecordId
                   move contactSub to matchSub
               end-if
               add 1 to contactSub
           end-perform
           if matchSub = 0 and contactCount < 5000
               add 1 to contactCount
               move srRecordId to contactEntry(contactCount)
           end-if
           .

      *> tonight's printed requests leave the queue for the printed
      *> trail, so the queue only ever holds what is still to print;
      *> a request whose contact did not fit this run stays queued
      *> for the next.  A "P" row left on the queue by an earlier
      *> run goes to the trail as it stands.
       1800-mark-requests-printed section.
           move "N" to eof
           open input requestFile
           open output requestWorkFile
           open extend printedFile
           if fs-request = "00"
               perform until eof = "Y"
                   read requestFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1810-file-one-request
                   end-read
               end-perform
           end-if
           close printedFile
           close requestWorkFile
           close requestFile

           move "N" to eof
           open input requestWorkFile
           open output requestFile
           perform until eof = "Y"
               read requestWorkFile
                   at end
                       move "Y" to eof
                   not at end
                       write requestLine from requestWorkLine
               end-read
           end-perform
           close requestFile
           close requestWorkFile
           move "N" to eof
           display "requests printed:   " requestCount
           display "requests left:      " requestLeftCount
           .

       1810-file-one-request section.
           if srStatus = "Q"
               move 0 to matchSub
               move 1 to contactSub
               perform until contactSub > contactCount
                   if contactEntry(contactSub) = srRecordId
                       move contactSub to matchSub
                   end-if
                   add 1 to contactSub
               end-perform
               if matchSub = 0
                   add 1 to requestLeftCount
                   write requestWorkLine from requestLine
               else
                   add 1 to requestCount
                   move "P" to srStatus
                   move wsRunDate to srPrinted
                   write printedLine from requestLine
               end-if
           else
               write printedLine from requestLine
           end-if
           .

       2000-print-one-statement section.
           add 1 to statementCount
           move 0 to wsOpening
           move "N" to eof
           .

      *> a payment or agency commission dated before the period
      *> leaves the opening balance; a reversal takes effect on the
      *> run date it was posted, and one before the period puts its
      *> amount back
       3300-note-one-history-row section.
           perform 6000-map-payment-to-contact
           if wsMapFound = "Y"
              and wsMappedRecordId = wsStatementId
               if (ph-type = "P" or ph-type = "K")
                  and ph-date < wsPeriodFrom
                   subtract ph-amount from wsOpening
               end-if
                       at end
                           move "Y" to eof
                       not at end
                           if ph-type = "P" or ph-type = "K"
                               perform 5100-list-one-payment
                           end-if
                   end-read
               subtract ph-amount from wsClosing
               move spaces to detailLine
               move ph-date to dl-date
               if ph-type = "K"
                   move "AGENCY COMMISSION" to dl-text
               else
                   move "PAYMENT" to dl-text
               end-if
               move ph-invoiceNo to dl-refNo
               compute wsAmountEdit = 0 - ph-amount / 100
               move wsAmountEdit to dl-amount
