      ******************************************************************
      *
      * suppreview.cpy
      *
      * Layout of one possible deceased / gone-away match on the
      * review worklist, suppression-review.txt.  Written by
      * suppressionScreening for a match too weak to suppress on
      * sight; worked by suppressionReviewScreen.  srRecordId is the
      * contact, srReason D (deceased) or G (gone away), srScore the
      * match confidence (0-100).  The srSup fields are the entry on
      * the industry file that matched, as the supplier gave it.
      * srStatus P awaits review, C was confirmed (the contact is
      * suppressed), R was rejected as a different person; decided
      * rows stay on the file so a later screening does not put the
      * same pairing in front of the desk again.
      *
      ******************************************************************
           02 srFoundDate    pic 9(8).
           02 srRecordId     pic 9(9).
           02 srReason       pic x(1).
           02 srScore        pic 9(3).
           02 srSupName      pic x(30).
           02 srSupFamily    pic x(30).
           02 srSupStreet    pic x(30).
           02 srSupCode      pic x(5).
           02 srStatus       pic x(1).
           02 srDecisionDate pic 9(8).
           02 srOperator     pic x(8).
