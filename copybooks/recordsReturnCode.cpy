      * the cursor interface (openScanFunc/readNextRecordFunc) has
      * handed back the last record in the scan's range
       78 err-end-of-scan         value 20.
      * 21-22 belong to the calculator code space as well
      * a foreign address names a country with no row on
      * country-rules.txt
       78 err-unknown-country     value 23.
