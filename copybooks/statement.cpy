      ******************************************************************
      *
      * statement.cpy
      *
      * One contact's receivables statement, as readStatementFunc in
      * recordsProgram hands it back for the recordId in tmprec:
      * every open invoice on the receivables master with its due
      * date (issue plus thirty for a row predating terms), days
      * past due and aging bucket - CURRENT, 1-30, 31-60, OVER 60,
      * the receivablesAging buckets; the open balance, the
      * on-account credit held on on-account.txt, and the balance
      * net of that credit (negative when the contact is in
      * credit); the last payment-history.txt rows applied to the
      * contact's invoices, newest last; and the most recent
      * installment plan with a period still unpaid, period by
      * period, with planStatusReport's CURRENT / ONE BEHIND /
      * COLLAPSED reading.  stmtPlanNo zero means no active plan.
      * All money in hundredths.  Copied into the linkage section
      * of recordsProgram and of every caller that takes a
      * statement across the call boundary.
      *
      ******************************************************************
           02 stmtRecordId       pic 9(9).
           02 stmtRunDate        pic 9(8).
           02 stmtOpenBalance    pic 9(11).
           02 stmtOnAccount      pic 9(9).
           02 stmtNetBalance     pic s9(11) sign leading separate.
           02 stmtInvoiceCount   pic 9(4) comp.
           02 stmtInvoice occurs 100 times.
               03 stmtInvoiceNo      pic 9(9).
               03 stmtInvoiceDate    pic 9(8).
               03 stmtDueDate        pic 9(8).
               03 stmtInvoiceDue     pic 9(9).
               03 stmtInvoicePaid    pic 9(9).
               03 stmtInvoiceBalance pic 9(9).
               03 stmtDaysPastDue    pic s9(5) sign leading separate.
               03 stmtBucket         pic x(7).
               03 stmtHold           pic x(1).
           02 stmtPaymentCount   pic 9(4) comp.
           02 stmtPayment occurs 10 times.
               03 stmtPayType        pic x(1).
               03 stmtPayInvoiceNo   pic 9(9).
               03 stmtPayDate        pic 9(8).
               03 stmtPayAmount      pic 9(9).
               03 stmtPayOnAccount   pic 9(9).
           02 stmtPlanNo         pic 9(9).
           02 stmtPlanStatus     pic x(10).
           02 stmtPlanPaid       pic 9(3).
           02 stmtPlanDue        pic 9(3).
           02 stmtPlanBehind     pic 9(3).
           02 stmtPeriodCount    pic 9(4) comp.
           02 stmtPeriod occurs 60 times.
               03 stmtPeriodNo       pic 9(3).
               03 stmtPeriodDueDate  pic 9(8).
               03 stmtPeriodInvoice  pic 9(9).
               03 stmtPeriodAmount   pic 9(9).
               03 stmtPeriodPaid     pic x(1).
