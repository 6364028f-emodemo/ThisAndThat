      ******************************************************************
      *
      * segment.cpy
      *
      * Layout of one contact's value segment - the recency,
      * frequency, and value scores (1 low to 5 high) the periodic
      * scoring run gives a recordId, and the segment code they map
      * to, keyed by the recordId.  sgLastActivity is the later of
      * the last interaction and the last payment (zero if neither);
      * sgActivityCount the interactions plus invoices in the twelve
      * months to sgScoredDate; sgValueAmount the invoiced fees in
      * those twelve months net of credit notes, in hundredths.
      * Segment codes:
      *   CHM  champion       - recent, frequent, and high value
      *   LHV  lapsed high    - high value, but gone quiet
      *   LOY  loyal          - frequent, whatever the value
      *   NEW  new            - recent, with little history yet
      *   LAP  lapsed         - gone quiet, low value
      *   REG  regular        - everyone else
      * Rebuilt whole by customerSegmentation; read as a selection
      * criterion by mailingLabels and mailMergeLetters.
      *
      ******************************************************************
           02 sgRecordId      pic 9(9).
           02 sgSegment       pic x(3).
           02 sgRecency       pic 9(1).
           02 sgFrequency     pic 9(1).
           02 sgValue         pic 9(1).
           02 sgLastActivity  pic 9(8).
           02 sgActivityCount pic 9(5).
           02 sgValueAmount   pic 9(9).
           02 sgScoredDate    pic 9(8).
