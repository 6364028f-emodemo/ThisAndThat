      ******************************************************************
      *
      * dispute.cpy
      *
      * Layout of one invoice dispute - a customer's query against
      * an invoice, keyed by the invoice number (one dispute per
      * invoice; a later query on the same invoice reopens the row).
      * dpOpenedDate and dpOperator record who logged the query and
      * when; dpReason is the customer's complaint as taken down.
      * dpResolution is space while the dispute is open, R when it
      * was released back to normal collections, or C when it was
      * resolved by a credit note - dpCreditFee is then the fee, in
      * hundredths, passed to creditNoteRun.  dpClosedDate and
      * dpClosedBy record the resolution.  While a dispute is open
      * the invoice carries rmHold "H" on the receivables master.
      * Maintained by disputeUpdate; read by disputeReport.
      *
      ******************************************************************
           02 dpInvoiceNo  pic 9(9).
           02 dpRecordId   pic 9(9).
           02 dpOpenedDate pic 9(8).
           02 dpOperator   pic x(8).
           02 dpReason     pic x(30).
           02 dpResolution pic x(1).
           02 dpClosedDate pic 9(8).
           02 dpClosedBy   pic x(8).
           02 dpCreditFee  pic 9(9).
