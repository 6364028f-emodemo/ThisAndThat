      ******************************************************************
      *
      * creditlimit.cpy
      *
      * Layout of one contact's credit limit, keyed by recordId -
      * the most the contact may owe across every open invoice on
      * the receivables master, in hundredths like every other
      * amount in the receivables cycle.  A contact with no row, or
      * a zero limit, has no limit; only the aged-debt test applies
      * to them.  clSetDate and clSetBy record who set the limit
      * and when.  Maintained by creditLimitUpdate; read by the
      * credit check invoiceGeneration makes before cutting an
      * invoice, and by maintenanceScreen.
      *
      ******************************************************************
           02 clRecordId pic 9(9).
           02 clLimit    pic 9(9).
           02 clSetDate  pic 9(8).
           02 clSetBy    pic x(8).
