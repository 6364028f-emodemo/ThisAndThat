      ******************************************************************
      *
      * addrverify.cpy
      *
      * Layout of one address verification result, keyed by the
      * owning recordId - what streetVerify said about the record's
      * street, city and code the last time dataQualityScan ran,
      * with the address as it stood then.  avResult is V verified,
      * C street known but not with that code, S street not known in
      * the city, N city not on the street reference.  The mailing
      * jobs count a piece as going to a verified address only while
      * avResult is V and the record still carries the address
      * checked - an address edited since the scan is unverified
      * until the next one.
      *
      ******************************************************************
           02 avRecordId       pic 9(9) comp.
           02 avResult         pic x(1).
           02 avDate           pic 9(8).
           02 avStreet         pic x(30).
           02 avCity           pic x(20).
           02 avCode           pic 9(5).
           02 avSuggestStreet  pic x(30).
           02 avSuggestCode    pic 9(5).
