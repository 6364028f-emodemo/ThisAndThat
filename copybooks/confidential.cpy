      ******************************************************************
      *
      * confidential.cpy
      *
      * Layout of one restricted-contact entry - staff, protected
      * persons, VIP accounts - keyed by the owning recordId.  While a
      * contact has an entry, every output that shows street, phone,
      * mobile or email masks them for an operator whose clearance
      * (the digit after the level on operator-permissions.txt, none
      * = 0) is below cfLevel; a cleared operator sees the contact in
      * full and the view is written to records-access.txt.  cfReason
      * is S (staff), P (protected person) or V (VIP).  Maintained by
      * confidentialityUpdate, which stamps the date and supervisor;
      * consulted through confidentialMask.
      *
      ******************************************************************
           02 cfRecordId pic 9(9) comp.
           02 cfLevel    pic 9(1).
           02 cfReason   pic x(1).
           02 cfSetDate  pic 9(8).
           02 cfSetBy    pic x(8).
