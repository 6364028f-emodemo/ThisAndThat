      ******************************************************************
      *
      * foreign.cpy
      *
      * Layout of one foreign-address entry - the country a contact
      * living abroad is addressed in, and the alphanumeric postal
      * code recordCode cannot hold, keyed by the owning recordId.
      * A record with no entry is a home-country record, validated
      * and mailed exactly as before.  A record with one leaves
      * recordCode unused (zero by convention), is validated against
      * its country's rows on country-rules.txt through countryCheck
      * instead of the city master, and is routed to the
      * international mail streams.
      * Filed through recordsProgram's setForeignAddressFunc, which
      * stamps the date and operator; a blank country removes the
      * entry and brings the record home.  Copied into the file
      * section of recordsProgram (as "foreignRec") and of every job
      * that addresses mail, and into the linkage section of every
      * caller that passes an entry across the call boundary.
      *
      ******************************************************************
           02 foreignRecordId   pic 9(9) comp.
           02 foreignCountry    pic x(2).
           02 foreignPostalCode pic x(10).
           02 foreignDate       pic 9(8).
           02 foreignOperator   pic x(8).
