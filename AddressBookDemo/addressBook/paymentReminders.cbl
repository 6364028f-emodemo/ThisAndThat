      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The daily pre-due payment reminder - most late payments are
      *> simply forgotten, and a message a few days ahead costs less
      *> than a dunning letter after.  Every open invoice on the
      *> receivables master still carrying a balance, not held
      *> (dispute or agency), and falling due within the next
      *> REMINDER-DAYS days (system-parameters.txt, three unless set
      *> otherwise) gets one reminder, once - reminder-history.txt
      *> says which invoices already have one.  The contact's
      *> preference row on records-preferences.txt decides how:
      *> prefChannel E sends an email to recordEmail, P an SMS to
      *> recordMobile, M (post) nothing - a letter is not a reminder
      *> - and with no preference row an email where there is an
      *> address, else an SMS.  prefDoNotMail suppresses the email,
      *> prefDoNotPhone the SMS, and a contact with no address on the
      *> channel gets nothing.  Each message goes onto
      *> message-outbox.txt for the SMS/email gateway and is logged
      *> as an "S" row on reminder-history.txt under its message id;
      *> reminderDeliveryImport records what the gateway did with it.
      *> Everything sent and everything passed by is listed on
      *> reminder-run-report.txt.
       program-id. paymentReminders as "paymentReminders".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this job at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> picked up and emptied by the SMS/email gateway
           select optional outboxFile
           assign to ".\message-outbox.txt"
           organization is line sequential.

           select optional historyFile
           assign to ".\reminder-history.txt"
           organization is line sequential
           file status is fs-history.

           select reportFile assign to ".\reminder-run-report.txt"
           organization is line sequential.

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

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd outboxFile.
       01 outboxLine.
           03 ob-messageId pic x(14).
           03 filler       pic x(1).
      *> S SMS, E email
           03 ob-channel   pic x(1).
           03 filler       pic x(1).
           03 ob-address   pic x(50).
           03 filler       pic x(1).
           03 ob-text      pic x(100).

       fd historyFile.
       01 historyRec.
       copy "reminder.cpy".

       fd reportFile.
       01 reportLine pic x(120).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-datafile   pic x(2).
       01 fs-preference pic x(2).
       01 fs-master     pic x(2).
       01 fs-history    pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsDueDayNumber pic 9(9) comp-5.
       01 wsDueDate pic 9(8).
       01 wsDueDateView redefines wsDueDate.
           03 dv-yyyy pic 9(4).
           03 dv-mm   pic 9(2).
           03 dv-dd   pic 9(2).
       01 wsBalance pic s9(9) comp-5 value 0.
      *> how many days ahead of the due date a reminder goes out
       78 defaultWindowDays value 3.
       01 wsWindowDays pic 9(9) value defaultWindowDays.
       01 wsParamName  pic x(20) value "REMINDER-DAYS".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
      *> invoices already reminded - an invoice can only have been
      *> reminded inside the window, so older rows are not loaded
       01 remindedTable.
           03 remindedEntry occurs 5000 times.
               05 rt-invoiceNo pic 9(9) comp-5.
       01 remindedCount pic 9(9) comp-5 value 0.
       01 wsOldestDate pic 9(8).
       01 wsAlready pic x(1) value "N".
      *> message ids run RM<date><sequence>, the sequence carrying
      *> on from any earlier run today
       01 wsMessageId.
           03 filler pic x(2) value "RM".
           03 mi-date pic 9(8).
           03 mi-seq  pic 9(4).
       01 wsSequence pic 9(4) value 0.
       01 wsChannel pic x(1).
       01 wsAddress pic x(50).
       01 wsSkipReason pic x(30).
       01 wsAmountEdit pic 9(7)v99 comp-3.
       01 wsAmountText pic z(6)9.99.
       01 smsCount     pic 9(9) comp-5 value 0.
       01 emailCount   pic 9(9) comp-5 value 0.
       01 skippedCount pic 9(9) comp-5 value 0.
       01 reportHeading.
           03 filler pic x(35)
               value "PRE-DUE PAYMENT REMINDERS - RUN ".
           03 rh-date pic 9(8).
           03 filler pic x(16) value "   WINDOW DAYS ".
           03 rh-window pic z9.
       01 columnHeading.
           03 filler pic x(10) value "INVOICE".
           03 filler pic x(10) value "CONTACT".
           03 filler pic x(9)  value "DUE".
           03 filler pic x(11) value "    BALANCE".
           03 filler pic x(1)  value space.
           03 filler pic x(15) value "MESSAGE".
           03 filler pic x(3)  value "CH".
           03 filler pic x(50) value "SENT TO / NOT SENT BECAUSE".
       01 detailLine.
           03 dl-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 dl-recordId  pic 9(9).
           03 filler       pic x(1).
           03 dl-dueDate   pic 9(8).
           03 filler       pic x(1).
           03 dl-balance   pic z(7)9.99.
           03 filler       pic x(1).
           03 dl-messageId pic x(14).
           03 filler       pic x(1).
           03 dl-channel   pic x(1).
           03 filler       pic x(2).
           03 dl-address   pic x(50).

       procedure division.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           compute wsRunDayNumber = function integer-of-date(wsRunDate)
           call "systemParameter" using wsParamName wsParamDate
                                        wsWindowDays wsParamFound
           perform 0500-load-reminded

           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing sent"
               goback
           end-if
           accept wsDatafilePath
               from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           open input preferenceFile
           open extend outboxFile
           open extend historyFile
           open output reportFile
           move wsRunDate to rh-date
           move wsWindowDays to rh-window
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading

           perform 1000-scan-open-invoices

           close reportFile
           close historyFile
           close outboxFile
           close preferenceFile
           close datafile
           close receivablesFile

           display "SMS reminders:      " smsCount
           display "email reminders:    " emailCount
           display "passed by:          " skippedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance, and a read that races the rebuild is how
      *> a reorganization fails at 2 a.m.
       0010-check-quiesce section.
           move "N" to wsQuiesced
           move "N" to wsLockEof
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
           close connectionFile
           move "N" to wsLockEof
           .

       0500-load-reminded section.
           compute wsOldestDate = function date-of-integer
               (wsRunDayNumber - wsWindowDays)
           move "N" to eof
           open input historyFile
           if fs-history = "00"
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           if rmdType = "S"
                               perform 0510-note-one-reminder
                           end-if
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           .

       0510-note-one-reminder section.
           if rmdDate = wsRunDate
              and rmdMessageId(3:8) = wsRunDate
              and rmdMessageId(11:4) is numeric
              and rmdMessageId(11:4) > wsSequence
               move rmdMessageId(11:4) to wsSequence
           end-if
           if rmdDate >= wsOldestDate
               if remindedCount < 5000
                   add 1 to remindedCount
                   move rmdInvoiceNo to rt-invoiceNo(remindedCount)
               else
                   display "more than 5000 recent reminders - invoice "
                       rmdInvoiceNo " may be reminded again"
               end-if
           end-if
           .

       1000-scan-open-invoices section.
           move "N" to eof
           move zeros to rmInvoiceNo of receivableRec
           start receivablesFile
               key is >= rmInvoiceNo of receivableRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       compute wsBalance = rmDue of receivableRec
                           - rmPaid of receivableRec
                       if rmStatus of receivableRec = "O"
                          and wsBalance > 0
                          and rmHold of receivableRec = space
                           perform 1100-check-due-window
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

      *> due strictly after today and no more than the window ahead
      *> - on the due date itself a reminder is a dunning letter; a
      *> zero due date reads as issue plus thirty
       1100-check-due-window section.
           if rmDueDate of receivableRec > 0
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmDueDate of receivableRec)
           else
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmInvoiceDate of receivableRec) + 30
           end-if
           if wsDueDayNumber > wsRunDayNumber
              and wsDueDayNumber <= wsRunDayNumber + wsWindowDays
               compute wsDueDate
                   = function date-of-integer(wsDueDayNumber)
               move "N" to wsAlready
               move 1 to sub
               perform until sub > remindedCount
                   if rt-invoiceNo(sub) = rmInvoiceNo of receivableRec
                       move "Y" to wsAlready
                   end-if
                   add 1 to sub
               end-perform
               if wsAlready = "N"
                   perform 2000-remind-one-invoice
               end-if
           end-if
           .

       2000-remind-one-invoice section.
           perform 2100-choose-channel
           move spaces to detailLine
           move rmInvoiceNo of receivableRec to dl-invoiceNo
           move rmRecordId of receivableRec to dl-recordId
           move wsDueDate to dl-dueDate
           compute wsAmountEdit = wsBalance / 100
           move wsAmountEdit to dl-balance
           if wsChannel = space
               add 1 to skippedCount
               move wsSkipReason to dl-address
           else
               perform 2200-send-reminder
               move wsMessageId to dl-messageId
               move wsChannel to dl-channel
               move wsAddress to dl-address
           end-if
           write reportLine from detailLine
           .

      *> wsChannel comes back S, E, or space with wsSkipReason
       2100-choose-channel section.
           move space to wsChannel
           move spaces to wsAddress
           move spaces to wsSkipReason
           move rmRecordId of receivableRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "contact not on file" to wsSkipReason
           end-read
           if wsSkipReason = spaces
               perform 2105-read-preference
           end-if
           .

      *> no preference row reads as no channel and no do-not flags
       2105-read-preference section.
           move recordId of rec to prefRecordId of preferenceRec
           read preferenceFile
               key is prefRecordId of preferenceRec
               invalid key
                   move space to prefChannel of preferenceRec
                   move "N" to prefDoNotMail of preferenceRec
                   move "N" to prefDoNotPhone of preferenceRec
           end-read
           evaluate true
               when prefChannel of preferenceRec = "M"
                   move "prefers post" to wsSkipReason
               when prefChannel of preferenceRec = "E"
                   perform 2110-try-email
               when prefChannel of preferenceRec = "P"
                   perform 2120-try-sms
               when other
                   perform 2110-try-email
                   if wsChannel = space
                       move spaces to wsSkipReason
                       perform 2120-try-sms
                   end-if
           end-evaluate
           .

       2110-try-email section.
           evaluate true
               when prefDoNotMail of preferenceRec = "Y"
                   move "do-not-mail" to wsSkipReason
               when recordEmail of rec = spaces
                   move "no email address" to wsSkipReason
               when other
                   move "E" to wsChannel
                   move recordEmail of rec to wsAddress
           end-evaluate
           .

       2120-try-sms section.
           evaluate true
               when prefDoNotPhone of preferenceRec = "Y"
                   move "do-not-phone" to wsSkipReason
               when recordMobile of rec = spaces
                   move "no mobile number" to wsSkipReason
               when other
                   move "S" to wsChannel
                   move recordMobile of rec to wsAddress
           end-evaluate
           .

       2200-send-reminder section.
           add 1 to wsSequence
           move wsRunDate to mi-date
           move wsSequence to mi-seq
           move wsAmountEdit to wsAmountText

           move spaces to outboxLine
           move wsMessageId to ob-messageId
           move wsChannel to ob-channel
           move wsAddress to ob-address
           string "PAYMENT REMINDER: INVOICE " delimited by size
                  rmInvoiceNo of receivableRec delimited by size
                  " FOR " delimited by size
                  wsAmountText delimited by size
                  " IS DUE ON " delimited by size
                  dv-dd delimited by size
                  "/" delimited by size
                  dv-mm delimited by size
                  "/" delimited by size
                  dv-yyyy delimited by size
                  ". THANK YOU." delimited by size
               into ob-text
               on overflow continue
           end-string
           write outboxLine

           move spaces to historyRec
           move "S" to rmdType
           move wsMessageId to rmdMessageId
           move wsRunDate to rmdDate
           move rmRecordId of receivableRec to rmdRecordId
           move rmInvoiceNo of receivableRec to rmdInvoiceNo
           move wsChannel to rmdChannel
           move wsAddress to rmdAddress
           write historyRec

           if wsChannel = "S"
               add 1 to smsCount
           else
               add 1 to emailCount
           end-if
           .

       end program paymentReminders.
