      ******************************************************************
      *
      * reminder.cpy
      *
      * Layout of one row on reminder-history.txt - the trail of the
      * pre-due payment reminders handed to the SMS/email gateway.
      * paymentReminders appends an "S" row for every message it
      * puts on message-outbox.txt; reminderDeliveryImport appends a
      * "D" (delivered) or "F" (failed) row for the message when the
      * gateway reports back, with the gateway's reason.  rmdChannel
      * is S (SMS to recordMobile) or E (email to recordEmail), and
      * rmdAddress the mobile or email the message went to, so a
      * failure can be held against the contact point as it stood.
      * The file is only ever appended to.
      *
      ******************************************************************
           02 rmdType      pic x(1).
           02 rmdMessageId pic x(14).
           02 rmdDate      pic 9(8).
           02 rmdRecordId  pic 9(9).
           02 rmdInvoiceNo pic 9(9).
           02 rmdChannel   pic x(1).
           02 rmdAddress   pic x(50).
           02 rmdReason    pic x(30).
