      *> dunning-history row per letter records the level sent, and
      *> an invoice whose last history row already carries tonight's
      *> level is skipped - the same letter never goes out twice in
      *> a row.  An invoice under an open promise to pay on
      *> promises.txt gets no letter until the promised date has
      *> passed.  A per-level count trailer closes the print file.
       program-id. dunningLetters as "dunningLetters".

       environment division.
           select printFile assign to ".\dunning-letters.txt"
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

      *> deceased / gone-away suppression - a contact flagged by
      *> suppressionScreening or its review is sent no letter; the
      *> debt is for collections to take up by other means
           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
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

       fd promiseFile.
       01 promiseRec.
       copy "promise.cpy".

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       fd datafile.
       01 rec.
       01 fs-master   pic x(2).
       01 fs-template pic x(2).
       01 fs-history  pic x(2).
       01 fs-promise pic x(2).
       01 wsPromisesPresent pic x(1) value "N".
       01 wsPromised pic x(1) value "N".
       01 promiseHeldCount pic 9(9) comp-5 value 0.
       01 fs-suppression pic x(2).
       01 wsSuppressed pic x(1) value "N".
       01 suppressedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsInvoiceDayNumber pic 9(9) comp-5.
           end-if
           open output printFile
           open extend historyFile
           open input promiseFile
           if fs-promise = "00"
               move "Y" to wsPromisesPresent
           end-if
           open input suppressionFile

           move zeros to rmInvoiceNo of receivableRec
           start receivablesFile
                           = rmDue of receivableRec
                           - rmPaid of receivableRec
      *> written-off invoices ("W") left the collections cycle -
      *> chasing one would undo the supervisor's decision by post;
      *> a held invoice ("H") is under dispute and is not chased
      *> until the dispute is resolved; one placed with the
      *> collections agency ("A") or returned by it uncollectable
      *> ("U") is the agency's or writeOffRun's, not ours to dun
                       if wsBalance > 0
                          and rmStatus of receivableRec not = "W"
                          and rmHold of receivableRec not = "H"
                          and rmHold of receivableRec not = "A"
                          and rmHold of receivableRec not = "U"
                           perform 0700-check-promise
                           perform 0750-check-suppression
                           evaluate true
                               when wsSuppressed = "Y"
                                   add 1 to suppressedCount
                               when wsPromised = "Y"
                                   add 1 to promiseHeldCount
                               when other
                                   perform 1000-dun-one-invoice
                           end-evaluate
                       end-if
               end-read
           end-perform

           perform 3000-write-trailer
           close suppressionFile
           close promiseFile
           close historyFile
           close printFile
           close receivablesFile
           display "firm notices:      " letterCount(2)
           display "final demands:     " letterCount(3)
           display "repeats withheld:  " skippedRepeatCount
           display "held on a promise: " promiseHeldCount
           display "deceased/gone away:" suppressedCount
           goback
           .

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

      *> a contact flagged deceased or gone away is written to no
      *> more - not a reminder, and never a final demand
       0750-check-suppression section.
           move "N" to wsSuppressed
           move rmRecordId of receivableRec
               to supRecordId of suppressionRec
           read suppressionFile
               key is supRecordId of suppressionRec
               invalid key
                   continue
               not invalid key
                   if supFlag of suppressionRec = "Y"
                       move "Y" to wsSuppressed
                   end-if
           end-read
           .

       1000-dun-one-invoice section.
           if rmDueDate of receivableRec > 0
               compute wsInvoiceDayNumber
           move "FINAL DEMANDS:    " to tr-label
           move letterCount(3) to tr-count
           write printLine from trailerLine
           move spaces to trailerLine
           move "DECEASED/GONE:    " to tr-label
           move suppressedCount to tr-count
           write printLine from trailerLine
           .

       end program dunningLetters.
