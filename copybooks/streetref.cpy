      ******************************************************************
      *
      * streetref.cpy
      *
      * Layout of one street reference entry - a street the postal
      * service delivers to in a city, with one of its valid postal
      * codes; a street with three codes has three entries.  Keyed by
      * the whole of srKey so a street's codes read in order after a
      * start on city and street.  Names are held upper-cased, with
      * no house number.  Rebuilt from the postal service's street
      * file by streetReferenceRefresh; read by streetVerify.
      *
      ******************************************************************
           02 srKey.
               03 srCity       pic x(20).
               03 srStreet     pic x(30).
               03 srCode       pic 9(5).
           02 srLoadDate       pic 9(8).
