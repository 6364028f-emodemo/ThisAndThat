      *
      ******************************************************************
      *> Sequences the evening finance chain - invoice generation,
      *> payment posting, the promise-to-pay check that needs the
      *> day's payments, the payment receipts that acknowledge them,
      *> the statements the finance desk queued during the day,
      *> receivables aging, the control-totals
      *> balancing report, and the general ledger journal - in
      *> dependency order, the way
      *> nightlyBatchRun sequences the records-side steps, instead of
      *> leaving the money jobs to be launched by hand in the right
      *> order.  Each step writes an "S" row when it starts and a "C"
       01 wsHoliday pic x(1) value "N".
      *> completion flags for the last run on file - "Y" means that
      *> step's "C" row was seen, so a resumed run skips it.  All
      *> eight "Y" means the last evening finished clean and tonight
      *> is a fresh full run.
       01 wsInvoiceDone  pic x(1) value "N".
       01 wsPaymentsDone pic x(1) value "N".
       01 wsPromisesDone pic x(1) value "N".
       01 wsReceiptsDone pic x(1) value "N".
       01 wsStatementsDone pic x(1) value "N".
       01 wsAgingDone    pic x(1) value "N".
       01 wsBalanceDone  pic x(1) value "N".
       01 wsJournalDone  pic x(1) value "N".
      *> a last run from before the journal step existed carries no
      *> JOURNAL row at all - four completions finished it
       01 wsJournalSeen  pic x(1) value "N".
      *> likewise a last run from before the promise check carries
      *> no PROMISES row - its payment posting finishing stands in
       01 wsPromisesSeen pic x(1) value "N".
      *> and one from before the receipts carries no RECEIPTS row -
      *> its promise check finishing stands in
       01 wsReceiptsSeen pic x(1) value "N".
      *> and one from before the queued statements carries no
      *> STATEMENTS row - its receipts finishing stands in
       01 wsStatementsSeen pic x(1) value "N".
       01 wsLastRunDate pic 9(8) value 0.
      *> name of the step whose run-control rows are being written
       01 wsStepName pic x(12).
      *> controlTotalsBalance reports the latest date on the ledger
      *> when handed zero
       01 wsBalanceDate pic 9(8) value 0.
      *> generalLedgerJournal journals today when handed zero
       01 wsJournalDate pic 9(8) value 0.
      *> paymentReceipts acknowledges today's posting when handed zero
       01 wsReceiptsDate pic 9(8) value 0.
      *> customerStatement prints the queued requests when handed
      *> this recordId, each over the whole account
       01 wsStatementsId   pic 9(9) value 999999999.
       01 wsStatementsFrom pic 9(8) value 0.
       01 wsStatementsTo   pic 9(8) value 0.

       procedure division.
       0000-mainline section.
                   perform 0700-write-step-complete
               end-if
           end-if
           if return-code = err-success
               move "PROMISES" to wsStepName
               if wsPromisesDone = "Y"
                   display "promise check already complete in last"
                       " run, skipped"
               else
                   perform 0600-write-step-start
                   call "promiseCheck"
                   perform 0700-write-step-complete
               end-if
           end-if
           if return-code = err-success
               move "RECEIPTS" to wsStepName
               if wsReceiptsDone = "Y"
                   display "payment receipts already complete in last"
                       " run, skipped"
               else
                   perform 0600-write-step-start
                   move 0 to wsReceiptsDate
                   call "paymentReceipts" using wsReceiptsDate
                   perform 0700-write-step-complete
               end-if
           end-if
           if return-code = err-success
               move "STATEMENTS" to wsStepName
               if wsStatementsDone = "Y"
                   display "queued statements already complete in"
                       " last run, skipped"
               else
                   perform 0600-write-step-start
                   move 999999999 to wsStatementsId
                   move 0 to wsStatementsFrom
                   move 0 to wsStatementsTo
                   call "customerStatement" using wsStatementsId
                                                  wsStatementsFrom
                                                  wsStatementsTo
                   perform 0700-write-step-complete
               end-if
           end-if
           if return-code = err-success
               move "AGING" to wsStepName
               if wsAgingDone = "Y"
                   perform 0700-write-step-complete
               end-if
           end-if
           if return-code = err-success
               move "JOURNAL" to wsStepName
               if wsJournalDone = "Y"
                   display "ledger journal already complete in"
                       " last run, skipped"
               else
                   perform 0600-write-step-start
                   move 0 to wsJournalDate
                   call "generalLedgerJournal" using wsJournalDate
                   perform 0700-write-step-complete
               end-if
           end-if
           close runControlFile

           display "finance chain return-code: " return-code
           end-if
           close runControlFile
           move "N" to eof
           if wsJournalSeen = "N"
               move wsBalanceDone to wsJournalDone
           end-if
           if wsPromisesSeen = "N"
               move wsPaymentsDone to wsPromisesDone
           end-if
           if wsReceiptsSeen = "N"
               move wsPromisesDone to wsReceiptsDone
           end-if
           if wsStatementsSeen = "N"
               move wsReceiptsDone to wsStatementsDone
           end-if
           if wsInvoiceDone = "Y"
              and wsPaymentsDone = "Y"
              and wsPromisesDone = "Y"
              and wsReceiptsDone = "Y"
              and wsStatementsDone = "Y"
              and wsAgingDone = "Y"
              and wsBalanceDone = "Y"
              and wsJournalDone = "Y"
               move "N" to wsInvoiceDone
               move "N" to wsPaymentsDone
               move "N" to wsPromisesDone
               move "N" to wsReceiptsDone
               move "N" to wsStatementsDone
               move "N" to wsAgingDone
               move "N" to wsBalanceDone
               move "N" to wsJournalDone
           end-if
           .

               move "N" to wsPaymentsDone
               move "N" to wsAgingDone
               move "N" to wsBalanceDone
               move "N" to wsJournalDone
               move "N" to wsJournalSeen
               move "N" to wsPromisesDone
               move "N" to wsPromisesSeen
               move "N" to wsReceiptsDone
               move "N" to wsReceiptsSeen
               move "N" to wsStatementsDone
               move "N" to wsStatementsSeen
           end-if
           if rc-stepName = "JOURNAL"
               move "Y" to wsJournalSeen
           end-if
           if rc-stepName = "PROMISES"
               move "Y" to wsPromisesSeen
           end-if
           if rc-stepName = "RECEIPTS"
               move "Y" to wsReceiptsSeen
           end-if
           if rc-stepName = "STATEMENTS"
               move "Y" to wsStatementsSeen
           end-if
           if rc-status = "C"
               evaluate rc-stepName
                   when "INVOICE"  move "Y" to wsInvoiceDone
                   when "PAYMENTS" move "Y" to wsPaymentsDone
                   when "PROMISES" move "Y" to wsPromisesDone
                   when "RECEIPTS" move "Y" to wsReceiptsDone
                   when "STATEMENTS" move "Y" to wsStatementsDone
                   when "AGING"    move "Y" to wsAgingDone
                   when "BALANCE"  move "Y" to wsBalanceDone
                   when "JOURNAL"  move "Y" to wsJournalDone
                   when other      continue
               end-evaluate
           end-if
