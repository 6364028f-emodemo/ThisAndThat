      ******************************************************************
      *
      * counterpay.cpy
      *
      * Layout of one row on counter-payments.txt - the journal of
      * payments taken in cash or by card at the branch desk on
      * counterPaymentScreen, one row per payment, written the moment
      * the receipt is printed.  cpReceiptNo is the number on the
      * customer's printed receipt: the till, the date and the till's
      * sequence for the day.  cpTender is C (cash), K (card) or
      * Q (cheque).  The payment is identified the way paymentPosting's
      * payment history identifies it - invoice number, payment date
      * (cpDate) and amount - so paymentReceipts can tell a payment
      * already receipted at the desk.  cpBatchTime is the cut time
      * of the payments.txt batch the row went out on, the header time
      * paymentPosting folds into its deposit reference.  All money
      * in hundredths.  The file is only ever appended to; cashUpReport
      * totals it per till, operator and tender at close of day.
      *
      ******************************************************************
           02 cpReceiptNo  pic x(14).
           02 cpDate       pic 9(8).
           02 cpTime       pic 9(6).
           02 cpTill       pic x(3).
           02 cpOperator   pic x(8).
           02 cpRecordId   pic 9(9).
           02 cpInvoiceNo  pic 9(9).
           02 cpAmount     pic 9(9).
           02 cpTender     pic x(1).
           02 cpBatchTime  pic 9(6).
