      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Rebuilds street-reference.txt, the street-level reference
      *> streetVerify checks recordStreet/recordCity/recordCode
      *> against, from the postal service's street file,
      *> postal-street-file.txt - one row per street and city with
      *> up to ten valid postal codes.  The postal file is the whole
      *> truth each time it is delivered, so the reference is
      *> written fresh rather than updated: a street the post has
      *> dropped drops out with it.  Names are upper-cased on the
      *> way in.  A row with no street or city, or no numeric code,
      *> is counted and shown; a street and code the file repeats
      *> is loaded once.  Run it in the nightly window, when no
      *> validation is reading the reference.
       program-id. streetReferenceRefresh as "streetReferenceRefresh".

       environment division.
       input-output section.
       file-control.
           select postalFile
           assign to ".\postal-street-file.txt"
           organization is line sequential
           file status is fs-postal.

           select streetRefFile
           assign to ".\street-reference.txt"
           organization is indexed
           access is dynamic
           record key srKey of streetRefRec with no duplicates
           file status is fs-streetref.

       data division.
       file section.
       fd postalFile.
       01 postalLine.
           03 ps-street     pic x(30).
           03 filler        pic x(1).
           03 ps-city       pic x(20).
           03 ps-codeEntry occurs 10 times.
               05 filler    pic x(1).
               05 ps-code   pic x(5).

       fd streetRefFile.
       01 streetRefRec.
       copy "streetref.cpy".

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-postal    pic x(2).
       01 fs-streetref pic x(2).
       01 wsLoadDate pic 9(8).
       01 wsCodeFound pic x(1).
       01 rowCount       pic 9(9) comp-5 value 0.
       01 loadedCount    pic 9(9) comp-5 value 0.
       01 duplicateCount pic 9(9) comp-5 value 0.
       01 rejectedCount  pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsLoadDate from date yyyymmdd
           open input postalFile
           if fs-postal not = "00"
               display "postal street file not found, file status "
                   fs-postal ", reference left as it was"
               goback
           end-if
           open output streetRefFile
           perform until eof = "Y"
               read postalFile
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to rowCount
                       perform 1000-load-one-street
               end-read
           end-perform
           close postalFile
           close streetRefFile

           display "postal rows read:   " rowCount
           display "street codes loaded:" loadedCount
           display "repeats passed by:  " duplicateCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-one-street section.
           if ps-street = spaces or ps-city = spaces
               add 1 to rejectedCount
               display "rejected row " rowCount
                   ": street and city are both needed"
           else
               move spaces to streetRefRec
               move function upper-case(ps-city) to srCity
               move function upper-case(ps-street) to srStreet
               move wsLoadDate to srLoadDate
               move "N" to wsCodeFound
               move 1 to sub
               perform until sub > 10
                   if ps-code(sub) is numeric
                       move "Y" to wsCodeFound
                       move ps-code(sub) to srCode
                       perform 1100-write-one-code
                   end-if
                   add 1 to sub
               end-perform
               if wsCodeFound = "N"
                   add 1 to rejectedCount
                   display "rejected " ps-street " " ps-city
                       ": no valid postal code"
               end-if
           end-if
           .

       1100-write-one-code section.
           write streetRefRec
               invalid key
                   add 1 to duplicateCount
               not invalid key
                   add 1 to loadedCount
           end-write
           .

       end program streetReferenceRefresh.
