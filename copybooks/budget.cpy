      ******************************************************************
      *
      * budget.cpy
      *
      * Layout of one revenue budget entry on revenue-budget.txt -
      * what management budgets a region to invoice in a month and
      * the contacts it expects the region to hold, keyed by
      * bgRegion (a cityRegion on city-master.txt) and bgMonth
      * (yyyymm).  bgFees is in hundredths, the same two implied
      * decimals the invoice register carries.  bgChangedDate and
      * bgChangedBy are stamped by revenueBudgetUpdate, the only
      * job that writes the file; budgetVarianceReport reads it.
      *
      ******************************************************************
           02 bgKey.
               03 bgRegion      pic x(20).
               03 bgMonth       pic 9(6).
           02 bgFees            pic 9(9).
           02 bgContacts        pic 9(9).
           02 bgChangedDate     pic 9(8).
           02 bgChangedBy       pic x(8).
