      * work from days past due, not days since issue; a zero due
      * date (rows predating terms) reads as issue plus thirty,
      * the terms every invoice implicitly carried before.
      * rmHold is "H" while the invoice is under an open dispute on
      * disputes.txt, "A" while it is placed with the collections
      * agency, "U" once the agency has returned it uncollectable -
      * every collections job passes a held invoice by - and space
      * otherwise.  Only disputeUpdate sets or clears "H";
      * agencyPlacement sets "A" and agencyReturnImport moves it
      * on to space (recalled) or "U".  writeOffRun is the one job
      * that still takes a "U" invoice.
      * Copied into the file section of every
      * program that reads or maintains the receivables cycle.
      *
           02 rmPaid        pic 9(9).
           02 rmStatus      pic x(1).
           02 rmDueDate     pic 9(8).
           02 rmHold        pic x(1).
