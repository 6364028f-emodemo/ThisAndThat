      ******************************************************************
      *
      * heldbilling.cpy
      *
      * Layout of one billing line parked by the credit check in
      * invoiceGeneration instead of being invoiced - the contact
      * was over its credit limit, or had a balance in the oldest
      * (over 60 days past due) aging bucket.  Every extract line
      * of one would-be invoice shares a hold number; hbLineNo
      * orders them.  hbReason is L (over limit) or A (aged debt);
      * hbExposure is the open balance on the receivables master
      * when the line was parked and hbLimit the limit then in
      * force, both in hundredths like hbFee.  hbStatus is H while
      * the hold waits for a supervisor, R once released (the next
      * invoiceGeneration run invoices it without the check and
      * marks it I), or C when cancelled - the line is never
      * billed.  hbDecidedDate and hbDecidedBy record the
      * supervisor's decision.  hbExtract is the billing-extract
      * line exactly as invoiceGeneration would have consumed it.
      * Written by invoiceGeneration; decided by heldBillingRelease;
      * read by maintenanceScreen.
      *
      ******************************************************************
           02 hbKey.
               03 hbHoldNo  pic 9(9).
               03 hbLineNo  pic 9(3).
           02 hbRecordId    pic 9(9).
           02 hbHeldDate    pic 9(8).
           02 hbReason      pic x(1).
           02 hbStatus      pic x(1).
           02 hbFee         pic 9(9).
           02 hbExposure    pic 9(9).
           02 hbLimit       pic 9(9).
           02 hbDecidedDate pic 9(8).
           02 hbDecidedBy   pic x(8).
           02 hbExtract     pic x(120).
