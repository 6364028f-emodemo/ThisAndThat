      ******************************************************************
      *
      * writeoffhistory.cpy
      *
      * Layout of one row on write-off-history.txt - an invoice
      * balance writeOffRun closed by authority, appended to by
      * every run so no write-off is lost when the next run cuts a
      * new certificate.  woDate and woTime are when the run wrote
      * it off and woOperator the supervisor who authorized it;
      * woAmount is the balance closed, in hundredths.
      * woJournalDate is spaces until generalLedgerJournal takes the
      * row into a journal, then that journal's date - so a
      * write-off made after the night's journal goes into the next
      * one, and a journal re-run for the same date takes the same
      * rows again.
      *
      ******************************************************************
           02 woInvoiceNo    pic 9(9).
           02 filler         pic x(1).
           02 woRecordId     pic 9(9).
           02 filler         pic x(1).
           02 woAmount       pic 9(9).
           02 filler         pic x(1).
           02 woDate         pic 9(8).
           02 filler         pic x(1).
           02 woTime         pic 9(6).
           02 filler         pic x(1).
           02 woOperator     pic x(8).
           02 filler         pic x(1).
           02 woJournalDate  pic x(8).
