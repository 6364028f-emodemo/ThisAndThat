      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The daily settlement of the promises to pay on promises.txt,
      *> run after paymentPosting so the day's money is on
      *> payment-history.txt.  For every open promise it sums what
      *> reached the invoice between the day the promise was taken
      *> and the day it was promised for - "P" payments, less "R"
      *> reversals of payments in that window.  A promise whose sum
      *> has arrived is kept, whenever it arrives; once the promised
      *> date has passed, a promise with some money is part-kept and
      *> one with none is broken.  A part-kept or broken promise is
      *> filed as an interaction entry through addInteractionFunc,
      *> its follow-up due today, with the original promise - sum,
      *> date, collector and invoice - in the note, so it lands on
      *> the morning's callbackWorklist.  Every settlement is listed
      *> on promise-check-report.txt.
       program-id. promiseCheck as "promiseCheck".

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

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select reportFile assign to ".\promise-check-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd promiseFile.
       01 promiseRec.
       copy "promise.cpy".

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1).
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 ph-date      pic 9(8).
           03 filler       pic x(1).
           03 ph-amount    pic 9(9).
           03 filler       pic x(1).
           03 ph-runDate   pic 9(8).
           03 filler       pic x(1).
           03 ph-onAccount pic 9(9).

       fd reportFile.
       01 reportLine pic x(80).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 interactionParent redefines arrayParent.
       copy "interaction.cpy" replacing ==02== by ==03==
                                        ==03== by ==04==.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-promise    pic x(2).
       01 fs-payhistory pic x(2).
       01 wsRunDate pic 9(8).
      *> the open promises, loaded first so one pass of the payment
      *> history settles them all
       01 openPromiseTable.
           03 openPromiseEntry occurs 2000 times.
               05 op-invoiceNo   pic 9(9) comp-5.
               05 op-takenDate   pic 9(8).
               05 op-promiseDate pic 9(8).
               05 op-received    pic s9(11) comp-5.
       01 openPromiseCount pic 9(9) comp-5 value 0.
       01 wsOutcome pic x(1).
       01 wsReceived pic 9(9) comp-5.
       01 keptCount     pic 9(9) comp-5 value 0.
       01 partKeptCount pic 9(9) comp-5 value 0.
       01 brokenCount   pic 9(9) comp-5 value 0.
       01 stillOpenCount pic 9(9) comp-5 value 0.
       01 followUpCount pic 9(9) comp-5 value 0.
       01 wsNoteText pic x(60).
       01 wsOutcomeText pic x(9).
       01 wsAmountText pic z(6)9.99.
       01 wsAmountEdit pic 9(7)v99 comp-3.
      *> the operator every follow-up note is stamped with
       78 jobOperator value "PROMCHK".
       01 wsJobOperator pic x(8) value jobOperator.
       01 reportHeading.
           03 filler pic x(30) value "PROMISE CHECK - RUN DATE ".
           03 rh-date pic 9(8).
       01 columnHeading.
           03 filler pic x(10) value "INVOICE".
           03 filler pic x(9)  value "COLLECTOR".
           03 filler pic x(1)  value space.
           03 filler pic x(9)  value "DUE".
           03 filler pic x(11) value "   PROMISED".
           03 filler pic x(11) value "   RECEIVED".
           03 filler pic x(1)  value space.
           03 filler pic x(9)  value "OUTCOME".
       01 detailLine.
           03 dl-invoiceNo   pic 9(9).
           03 filler         pic x(1) value space.
           03 dl-collector   pic x(8).
           03 filler         pic x(2) value spaces.
           03 dl-promiseDate pic 9(8).
           03 filler         pic x(1) value space.
           03 dl-amount      pic z(6)9.99.
           03 filler         pic x(1) value space.
           03 dl-received    pic z(6)9.99.
           03 filler         pic x(2) value spaces.
           03 dl-outcome     pic x(9).

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           open i-o promiseFile
           if fs-promise not = "00" and fs-promise not = "05"
               display "promise file not usable, file status "
                   fs-promise ", nothing checked"
               goback
           end-if
           perform 1000-load-open-promises
           perform 2000-sum-payment-history

           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               close promiseFile
               goback
           end-if
           move signOnOperator to func
           call "recordsProgram" using func tmprec wsJobOperator

           open output reportFile
           move wsRunDate to rh-date
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading
           move 1 to sub
           perform until sub > openPromiseCount
               perform 3000-settle-one-promise
               add 1 to sub
           end-perform
           close reportFile
           close promiseFile

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           display "promises kept:      " keptCount
           display "promises part-kept: " partKeptCount
           display "promises broken:    " brokenCount
           display "promises still open:" stillOpenCount
           display "callbacks filed:    " followUpCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-open-promises section.
           move "N" to eof
           move zeros to prInvoiceNo of promiseRec
           start promiseFile
               key is >= prInvoiceNo of promiseRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read promiseFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if prStatus of promiseRec = space
                           if openPromiseCount < 2000
                               add 1 to openPromiseCount
                               move prInvoiceNo of promiseRec
                                   to op-invoiceNo(openPromiseCount)
                               move prTakenDate of promiseRec
                                   to op-takenDate(openPromiseCount)
                               move prPromiseDate of promiseRec
                                   to op-promiseDate(openPromiseCount)
                               move 0 to op-received(openPromiseCount)
                           else
                               display "more than 2000 open promises"
                                   " - invoice "
                                   prInvoiceNo of promiseRec
                                   " left for the next run"
                           end-if
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

      *> money the customer sent inside the promise's window - a
      *> payment valued from the day the promise was taken to the
      *> day it was promised for, less any of those that bounced
       2000-sum-payment-history section.
           if openPromiseCount > 0
               open input payHistoryFile
               if fs-payhistory = "00" or fs-payhistory = "05"
                   perform until eof = "Y"
                       read payHistoryFile
                           at end
                               move "Y" to eof
                           not at end
                               if ph-type = "P" or ph-type = "R"
                                   perform 2100-note-one-history-row
                               end-if
                       end-read
                   end-perform
               end-if
               close payHistoryFile
               move "N" to eof
           end-if
           .

       2100-note-one-history-row section.
           move 1 to sub
           perform until sub > openPromiseCount
               if op-invoiceNo(sub) = ph-invoiceNo
                  and ph-date >= op-takenDate(sub)
                  and ph-date <= op-promiseDate(sub)
                   if ph-type = "P"
                       add ph-amount to op-received(sub)
                   else
                       subtract ph-amount from op-received(sub)
                   end-if
               end-if
               add 1 to sub
           end-perform
           .

       3000-settle-one-promise section.
           move op-invoiceNo(sub) to prInvoiceNo of promiseRec
           read promiseFile
               key is prInvoiceNo of promiseRec
               invalid key
                   move space to wsOutcome
               not invalid key
                   perform 3100-judge-one-promise
           end-read
           .

      *> the full sum settles a promise the day it arrives; short of
      *> it, the promise is only judged once its date has gone by
       3100-judge-one-promise section.
           if op-received(sub) > 0
               move op-received(sub) to wsReceived
           else
               move 0 to wsReceived
           end-if
           evaluate true
               when wsReceived >= prAmount of promiseRec
                   move "K" to wsOutcome
                   move "KEPT" to wsOutcomeText
                   add 1 to keptCount
               when prPromiseDate of promiseRec >= wsRunDate
                   move space to wsOutcome
                   add 1 to stillOpenCount
               when wsReceived > 0
                   move "T" to wsOutcome
                   move "PART-KEPT" to wsOutcomeText
                   add 1 to partKeptCount
               when other
                   move "B" to wsOutcome
                   move "BROKEN" to wsOutcomeText
                   add 1 to brokenCount
           end-evaluate
           if wsOutcome not = space
               move wsOutcome to prStatus of promiseRec
               move wsReceived to prReceived of promiseRec
               move wsRunDate to prCheckedDate of promiseRec
               rewrite promiseRec end-rewrite
               perform 3200-write-report-line
               if wsOutcome = "T" or wsOutcome = "B"
                   perform 3300-file-follow-up
               end-if
           end-if
           .

       3200-write-report-line section.
           move spaces to detailLine
           move prInvoiceNo of promiseRec to dl-invoiceNo
           move prCollector of promiseRec to dl-collector
           move prPromiseDate of promiseRec to dl-promiseDate
           compute wsAmountEdit = prAmount of promiseRec / 100
           move wsAmountEdit to dl-amount
           compute wsAmountEdit = wsReceived / 100
           move wsAmountEdit to dl-received
           move wsOutcomeText to dl-outcome
           write reportLine from detailLine
           .

      *> the original promise travels in the note - the collector
      *> making the call sees what was promised, for when, and who
      *> took it, without looking anything up
       3300-file-follow-up section.
           compute wsAmountEdit = prAmount of promiseRec / 100
           move wsAmountEdit to wsAmountText
           move spaces to wsNoteText
           string wsOutcomeText delimited by " "
                  " PROMISE" delimited by size
                  wsAmountText delimited by size
                  " BY " delimited by size
                  prPromiseDate of promiseRec delimited by size
                  " " delimited by size
                  prCollector of promiseRec delimited by " "
                  " #" delimited by size
                  prInvoiceNo of promiseRec delimited by size
               into wsNoteText
               on overflow continue
           end-string
           initialize arrayParent
           move prRecordId of promiseRec
               to interactionRecordId of interactionParent
           move wsNoteText
               to interactionNote of interactionParent
           move wsRunDate to interactionFollowUp of interactionParent
           move "N" to interactionFollowDone of interactionParent
           move addInteraction to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code = err-success
               add 1 to followUpCount
           else
               display "could not file the callback for invoice "
                   prInvoiceNo of promiseRec
                   ", return-code " return-code
               move err-success to return-code
           end-if
           .

       end program promiseCheck.
