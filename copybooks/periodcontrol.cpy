      ******************************************************************
      *
      * periodcontrol.cpy
      *
      * Layout of one financial period on period-control.txt - a
      * calendar month, yyyymm, with its status: C once periodClose
      * has proved it balances and closed it, O when a supervisor
      * has reopened it.  A month with no row has never been
      * closed and is open.  pcClosedDate and pcClosedBy record the
      * last close or reopen and who made it; pcVatNet and
      * pcVatAmount are the VAT return totals (net and VAT, credits
      * netted) the invoice register carried for the month when it
      * was closed - the figures filed, kept so a later change is
      * provable.  While a period is closed invoiceGeneration,
      * creditNoteRun, paymentPosting, interestAssessment and
      * writeOffRun refuse to post into it.  Maintained by
      * periodClose only.
      *
      ******************************************************************
           02 pcPeriod     pic 9(6).
           02 pcStatus     pic x(1).
           02 pcClosedDate pic 9(8).
           02 pcClosedBy   pic x(8).
           02 pcVatNet     pic s9(11)v99 sign leading separate.
           02 pcVatAmount  pic s9(11)v99 sign leading separate.
