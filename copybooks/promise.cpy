      ******************************************************************
      *
      * promise.cpy
      *
      * Layout of one promise to pay - what a customer told a
      * collector they would pay against an overdue invoice, and
      * by when, keyed by the invoice number (one promise per
      * invoice; a new promise once the last one is settled
      * replaces it in place).  prTakenDate and prCollector record
      * who took the promise and when; prAmount is the sum promised
      * and prPromiseDate the day it was promised for, and
      * prInteraction is the timestamp of the contact-interaction
      * entry the call was logged under (spaces when none was
      * linked), the entry's recordId being prRecordId.  prStatus
      * is space while the promise is open, K kept, T part-kept,
      * B broken, or X cancelled; prReceived is what payment-history
      * showed against the invoice between the promise and its date
      * when promiseCheck settled it, on prCheckedDate.  All money
      * in hundredths.  While a promise is open and its date has not
      * passed, dunningLetters and interestAssessment leave the
      * invoice alone.  Maintained by promiseUpdate; settled by
      * promiseCheck.
      *
      ******************************************************************
           02 prInvoiceNo   pic 9(9).
           02 prRecordId    pic 9(9).
           02 prTakenDate   pic 9(8).
           02 prCollector   pic x(8).
           02 prAmount      pic 9(9).
           02 prPromiseDate pic 9(8).
           02 prInteraction pic x(14).
           02 prStatus      pic x(1).
           02 prReceived    pic 9(9).
           02 prCheckedDate pic 9(8).
