      ******************************************************************
      *
      * receipt.cpy
      *
      * Layout of one row on receipt-log.txt - the trail of the
      * payment acknowledgments paymentReceipts has issued, one row
      * per payment a receipt or notice covers, so a contact who paid
      * three invoices in a night has three rows under one receipt
      * number.  rcType is I (receipt issued) or C (corrected notice
      * issued after the payment came back through a reversal); a C
      * row names the receipt it withdraws in rcOriginal.  The
      * payment is identified the way paymentPosting's payment
      * history identifies it - invoice number, payment date and
      * amount - and rcOnAccount is the part of it held on account
      * rather than applied to the invoice.  rcChannel is P (post)
      * or E (email), with the email address in rcAddress.  All
      * money in hundredths.  The file is only ever appended to.
      *
      ******************************************************************
           02 rcType       pic x(1).
           02 rcReceiptNo  pic x(14).
           02 rcIssueDate  pic 9(8).
           02 rcRecordId   pic 9(9).
           02 rcInvoiceNo  pic 9(9).
           02 rcPayDate    pic 9(8).
           02 rcAmount     pic 9(9).
           02 rcOnAccount  pic 9(9).
           02 rcChannel    pic x(1).
           02 rcOriginal   pic x(14).
           02 rcAddress    pic x(50).
