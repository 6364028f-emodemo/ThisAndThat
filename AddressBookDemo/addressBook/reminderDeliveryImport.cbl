      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Takes in the SMS/email gateway's delivery-status file,
      *> message-delivery-status.txt - a message id from
      *> message-outbox.txt, D delivered or F failed, the date and
      *> the gateway's reason - for the reminders paymentReminders
      *> sent.  Each status is matched to the message's "S" row on
      *> reminder-history.txt and recorded twice: a "D" or "F" row on
      *> the history, carrying the contact point the message went
      *> to, and an interaction entry on the contact through
      *> addInteractionFunc, so whoever next opens the account sees
      *> the reminder and what became of it.  A failed mobile or
      *> email stays on dataQualityScan's report until the contact
      *> point is corrected or a later message to it is delivered.
      *> A status for a message already recorded - the gateway
      *> resends its file - is passed by; one for a message id this
      *> system never sent is shown and counted, never recorded.
      *> The gateway's file also carries the payment receipts
      *> paymentReceipts emails (message ids starting RC); those are
      *> counted and passed by - a receipt is not a reminder.
       program-id. reminderDeliveryImport as "reminderDeliveryImport".

       environment division.
       input-output section.
       file-control.
           select statusFile
           assign to ".\message-delivery-status.txt"
           organization is line sequential
           file status is fs-status.

           select optional historyFile
           assign to ".\reminder-history.txt"
           organization is line sequential
           file status is fs-history.

       data division.
       file section.
       fd statusFile.
       01 statusLine.
           03 ds-messageId pic x(14).
           03 filler       pic x(1).
      *> D delivered, F failed
           03 ds-status    pic x(1).
           03 filler       pic x(1).
           03 ds-date      pic x(8).
           03 filler       pic x(1).
           03 ds-reason    pic x(30).

       fd historyFile.
       01 historyRec.
       copy "reminder.cpy".

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
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-status  pic x(2).
       01 fs-history pic x(2).
       01 wsRunDate pic 9(8).
      *> the gateway's statuses, matched to their messages on the
      *> one pass of the history
       01 statusTable.
           03 statusEntry occurs 2000 times.
               05 st-messageId pic x(14).
               05 st-status    pic x(1).
               05 st-date      pic 9(8).
               05 st-reason    pic x(30).
      *>   N not sent by us, S sent, R already recorded
               05 st-state     pic x(1).
               05 st-recordId  pic 9(9).
               05 st-invoiceNo pic 9(9).
               05 st-channel   pic x(1).
               05 st-address   pic x(50).
       01 statusCount pic 9(9) comp-5 value 0.
       01 wsChannelText pic x(6).
       01 wsOutcomeText pic x(9).
       01 wsNoteText pic x(60).
       01 deliveredCount pic 9(9) comp-5 value 0.
       01 failedCount    pic 9(9) comp-5 value 0.
       01 repeatCount    pic 9(9) comp-5 value 0.
       01 unknownCount   pic 9(9) comp-5 value 0.
       01 rejectedCount  pic 9(9) comp-5 value 0.
       01 receiptCount   pic 9(9) comp-5 value 0.
      *> the operator every interaction entry is stamped with
       78 jobOperator value "REMINDER".
       01 wsJobOperator pic x(8) value jobOperator.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           open input statusFile
           if fs-status not = "00"
               display "delivery status file not found, file status "
                   fs-status ", nothing recorded"
               goback
           end-if
           perform 1000-load-statuses
           close statusFile
           perform 2000-match-history

           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if
           move signOnOperator to func
           call "recordsProgram" using func tmprec wsJobOperator

           open extend historyFile
           move 1 to sub
           perform until sub > statusCount
               evaluate st-state(sub)
                   when "S"
                       perform 3000-record-one-status
                   when "R"
                       add 1 to repeatCount
                   when other
                       add 1 to unknownCount
                       display "message " st-messageId(sub)
                           " not on the reminder history - not"
                           " recorded"
               end-evaluate
               add 1 to sub
           end-perform
           close historyFile

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           display "delivered:          " deliveredCount
           display "failed:             " failedCount
           display "already recorded:   " repeatCount
           display "unknown messages:   " unknownCount
           display "rows rejected:      " rejectedCount
           display "receipts passed by: " receiptCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-statuses section.
           move "N" to eof
           perform until eof = "Y"
               read statusFile
                   at end
                       move "Y" to eof
                   not at end
                       perform 1100-load-one-status
               end-read
           end-perform
           move "N" to eof
           .

      *> the same message twice in one file keeps the first status
       1100-load-one-status section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > statusCount
               if st-messageId(sub) = ds-messageId
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           evaluate true
               when ds-messageId(1:2) = "RC"
                   add 1 to receiptCount
               when matchSub > 0
                   add 1 to repeatCount
               when ds-status not = "D" and ds-status not = "F"
                   add 1 to rejectedCount
                   display "rejected " ds-messageId
                       ": status must be D or F"
               when statusCount >= 2000
                   add 1 to rejectedCount
                   display "more than 2000 statuses - message "
                       ds-messageId " left for the next run"
               when other
                   add 1 to statusCount
                   move ds-messageId to st-messageId(statusCount)
                   move ds-status to st-status(statusCount)
                   if ds-date is numeric
                       move ds-date to st-date(statusCount)
                   else
                       move wsRunDate to st-date(statusCount)
                   end-if
                   move ds-reason to st-reason(statusCount)
                   move "N" to st-state(statusCount)
           end-evaluate
           .

      *> an "S" row tells us where the message went; a "D" or "F"
      *> row for it means this status is already on file
       2000-match-history section.
           move "N" to eof
           open input historyFile
           if fs-history = "00"
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 2100-match-one-row
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           .

       2100-match-one-row section.
           move 1 to sub
           perform until sub > statusCount
               if st-messageId(sub) = rmdMessageId
                   if rmdType = "S"
                       if st-state(sub) = "N"
                           move "S" to st-state(sub)
                       end-if
                       move rmdRecordId to st-recordId(sub)
                       move rmdInvoiceNo to st-invoiceNo(sub)
                       move rmdChannel to st-channel(sub)
                       move rmdAddress to st-address(sub)
                   else
                       move "R" to st-state(sub)
                   end-if
               end-if
               add 1 to sub
           end-perform
           .

       3000-record-one-status section.
           move spaces to historyRec
           move st-status(sub) to rmdType
           move st-messageId(sub) to rmdMessageId
           move st-date(sub) to rmdDate
           move st-recordId(sub) to rmdRecordId
           move st-invoiceNo(sub) to rmdInvoiceNo
           move st-channel(sub) to rmdChannel
           move st-address(sub) to rmdAddress
           move st-reason(sub) to rmdReason
           write historyRec
           if st-status(sub) = "D"
               add 1 to deliveredCount
               move "DELIVERED" to wsOutcomeText
           else
               add 1 to failedCount
               move "FAILED" to wsOutcomeText
           end-if
           perform 3100-file-interaction
           .

       3100-file-interaction section.
           if st-channel(sub) = "S"
               move "SMS" to wsChannelText
           else
               move "EMAIL" to wsChannelText
           end-if
           move spaces to wsNoteText
           string wsChannelText delimited by " "
                  " REMINDER " delimited by size
                  wsOutcomeText delimited by " "
                  " #" delimited by size
                  st-invoiceNo(sub) delimited by size
                  " " delimited by size
                  st-reason(sub) delimited by size
               into wsNoteText
               on overflow continue
           end-string
           initialize arrayParent
           move st-recordId(sub)
               to interactionRecordId of interactionParent
           move wsNoteText to interactionNote of interactionParent
           move 0 to interactionFollowUp of interactionParent
           move "N" to interactionFollowDone of interactionParent
           move addInteraction to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not file the interaction for message "
                   st-messageId(sub) ", return-code " return-code
               move err-success to return-code
           end-if
           .

       end program reminderDeliveryImport.
