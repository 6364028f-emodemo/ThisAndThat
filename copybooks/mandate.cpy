      ******************************************************************
      *
      * mandate.cpy
      *
      * Layout of one direct debit mandate - the contact's authority
      * for us to collect from their bank account, keyed by the
      * owning recordId (one mandate per contact).  mdAccount is the
      * IBAN the mandate names, check-digit validated before it is
      * ever stored; mdReference is the unique mandate reference the
      * bank quotes back; mdSignedDate is the date the contact
      * signed.  mdStatus is A (active), S (suspended - kept, but
      * nothing collected), or C (cancelled - kept for the bank's
      * retention rules, never collected again).  mdLastCollected is
      * the date of the last collection presented, zero until the
      * first - the bank file marks a mandate's first collection.
      * Maintained by mandateUpdate; read by directDebitCollection.
      *
      ******************************************************************
           02 mdRecordId      pic 9(9).
           02 mdReference     pic x(18).
           02 mdAccount       pic x(34).
           02 mdSignedDate    pic 9(8).
           02 mdStatus        pic x(1).
           02 mdLastCollected pic 9(8).
