      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The one place a street is checked against the postal
      *> service's street reference, street-reference.txt, called by
      *> recordsProgram's validateRecordFunc and by dataQualityScan.
      *> Handed a city, street and postal code, it compares them
      *> upper-cased, with the house number taken off the street,
      *> and answers:
      *>   V  the street is on the reference for that city and code
      *>   C  the street is on the reference for the city but not
      *>      with that code - the street's first valid code is
      *>      offered (or the code handed in, should it be valid)
      *>   S  the street is not on the reference for the city - the
      *>      city's street with the fewest letters different is
      *>      offered, if close enough to be a misspelling (no more
      *>      than a third of the letters, and at least two allowed)
      *>   N  the city is not on the reference at all
      *>   space  no street reference loaded - nothing checked
      *> The check is advice, never a block: a new street reaches the
      *> post before it reaches the postal file.  The reference stays
      *> open from the first call to the end of the run.
       program-id. streetVerify as "streetVerify".

       environment division.
       input-output section.
       file-control.
           select optional streetRefFile
           assign to ".\street-reference.txt"
           organization is indexed
           access is dynamic
           record key srKey of streetRefRec with no duplicates
           file status is fs-streetref.

       data division.
       file section.
       fd streetRefFile.
       01 streetRefRec.
       copy "streetref.cpy".

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-streetref pic x(2).
       01 wsFileOpen pic x(1) value "N".
       01 wsRefPresent pic x(1) value "N".
       01 wsCityFound pic x(1).
       01 wsCity pic x(20).
       01 wsStreet pic x(30).
       01 wsStreetLen pic 9(9) comp-5 value 0.
       01 wsCandidate pic x(30).
       01 wsCandidateLen pic 9(9) comp-5 value 0.
       01 wsLastCandidate pic x(30).
       01 wsBestStreet pic x(30).
       01 wsBestCode pic 9(5).
       01 wsBestDistance pic 9(9) comp-5 value 0.
       01 wsDistance pic 9(9) comp-5 value 0.
       01 wsLimit pic 9(9) comp-5 value 0.
       01 wsLengthGap pic 9(9) comp-5 value 0.
       01 charSub pic 9(9) comp-5 value 1.
       01 tokenSub pic 9(9) comp-5 value 1.
       01 tokenCount pic 9(9) comp-5 value 0.
       01 tokenTable.
           03 tokenEntry occurs 8 times pic x(30).
       01 rowSub pic 9(9) comp-5 value 1.
       01 colSub pic 9(9) comp-5 value 1.
       01 wsCost pic 9(9) comp-5 value 0.
       01 wsCell pic 9(9) comp-5 value 0.
      *> two rows of the edit-distance table; entry n holds column
      *> n - 1, so entry 1 is the empty prefix
       01 previousRow.
           03 previousCell occurs 31 times pic 9(9) comp-5.
       01 currentRow.
           03 currentCell occurs 31 times pic 9(9) comp-5.

       linkage section.
       01 cityParm pic x(20).
       01 streetParm pic x(30).
       01 codeParm pic 9(5).
      *> V verified, C code not valid for the street, S street not
      *> known in the city, N city not known, space not checked
       01 verifyResultParm pic x(1).
       01 suggestStreetParm pic x(30).
       01 suggestCodeParm pic 9(5).

       procedure division using cityParm streetParm codeParm
                                verifyResultParm suggestStreetParm
                                suggestCodeParm.
       0000-mainline section.
           move space to verifyResultParm
           move spaces to suggestStreetParm
           move 0 to suggestCodeParm
           if wsFileOpen = "N"
               open input streetRefFile
               move "Y" to wsFileOpen
               if fs-streetref = "00"
                   move "Y" to wsRefPresent
               end-if
           end-if

           if wsRefPresent = "Y"
               perform 1000-normalize-address
               perform 2000-check-exact
               if verifyResultParm = space
                   perform 2100-check-street-codes
               end-if
               if verifyResultParm = space
                   perform 2200-find-closest-street
               end-if
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> upper-case, drop every token that starts with a digit (the
      *> house number, wherever it was typed) and rebuild with single
      *> blanks - the form the reference holds
       1000-normalize-address section.
           move function upper-case(cityParm) to wsCity
           move 0 to tokenCount
           initialize tokenTable
           unstring function upper-case(streetParm)
               delimited by all spaces
               into tokenEntry(1) tokenEntry(2) tokenEntry(3)
                    tokenEntry(4) tokenEntry(5) tokenEntry(6)
                    tokenEntry(7) tokenEntry(8)
               tallying in tokenCount
           end-unstring
           move spaces to wsStreet
           move 1 to charSub
           move 1 to tokenSub
           perform until tokenSub > tokenCount
               if tokenEntry(tokenSub) not = spaces
                  and tokenEntry(tokenSub) (1:1) is not numeric
                   if charSub > 1
                       add 1 to charSub
                   end-if
                   if charSub <= 30
                       string tokenEntry(tokenSub) delimited by space
                           into wsStreet
                           with pointer charSub
                           on overflow
                               continue
                       end-string
                   end-if
               end-if
               add 1 to tokenSub
           end-perform
           move wsStreet to wsCandidate
           perform 3100-candidate-length
           move wsCandidateLen to wsStreetLen
           .

       2000-check-exact section.
           move wsCity to srCity
           move wsStreet to srStreet
           move codeParm to srCode
           read streetRefFile
               key is srKey of streetRefRec
               invalid key
                   continue
               not invalid key
                   move "V" to verifyResultParm
           end-read
           .

      *> the first entry at or after the street with code zero is
      *> the street's lowest valid code, if the street is there
       2100-check-street-codes section.
           move "N" to eof
           move wsCity to srCity
           move wsStreet to srStreet
           move 0 to srCode
           start streetRefFile key is >= srKey of streetRefRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           if eof = "N"
               read streetRefFile next record
                   at end
                       move "Y" to eof
               end-read
           end-if
           if eof = "N"
               if srCity = wsCity and srStreet = wsStreet
                   move "C" to verifyResultParm
                   move srStreet to suggestStreetParm
                   move srCode to suggestCodeParm
               end-if
           end-if
           move "N" to eof
           .

      *> every street on file for the city is held against the one
      *> given; streets whose length alone puts them out of reach
      *> are passed over without working the distance out
       2200-find-closest-street section.
           move "N" to wsCityFound
           move spaces to wsBestStreet
           move spaces to wsLastCandidate
           move 0 to wsBestCode
           move 999 to wsBestDistance
           divide wsStreetLen by 3 giving wsLimit
           if wsLimit < 2
               move 2 to wsLimit
           end-if

           move "N" to eof
           move wsCity to srCity
           move spaces to srStreet
           move 0 to srCode
           start streetRefFile key is >= srKey of streetRefRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read streetRefFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if srCity not = wsCity
                           move "Y" to eof
                       else
                           move "Y" to wsCityFound
                           perform 2210-consider-street
                       end-if
               end-read
           end-perform
           move "N" to eof

           if wsCityFound = "N"
               move "N" to verifyResultParm
           else
               move "S" to verifyResultParm
               if wsBestDistance <= wsLimit
                   move wsBestStreet to suggestStreetParm
                   move wsBestCode to suggestCodeParm
               end-if
           end-if
           .

      *> a street's entries arrive together, one per code - the
      *> distance is worked once per street, and a later entry of
      *> the best street carrying the code handed in wins the code
       2210-consider-street section.
           if srStreet = wsLastCandidate
               if srStreet = wsBestStreet and srCode = codeParm
                   move srCode to wsBestCode
               end-if
           else
               move srStreet to wsLastCandidate
               move srStreet to wsCandidate
               perform 3100-candidate-length
               if wsCandidateLen > wsStreetLen
                   compute wsLengthGap = wsCandidateLen - wsStreetLen
               else
                   compute wsLengthGap = wsStreetLen - wsCandidateLen
               end-if
               if wsLengthGap <= wsLimit
                   perform 3000-edit-distance
                   if wsDistance < wsBestDistance
                       move wsDistance to wsBestDistance
                       move srStreet to wsBestStreet
                       move srCode to wsBestCode
                   end-if
               end-if
           end-if
           .

      *> letters to add, drop or change to turn wsStreet into
      *> wsCandidate, worked a row at a time
       3000-edit-distance section.
           move 1 to colSub
           perform until colSub > wsCandidateLen + 1
               compute previousCell(colSub) = colSub - 1
               add 1 to colSub
           end-perform
           move 1 to rowSub
           perform until rowSub > wsStreetLen
               move rowSub to currentCell(1)
               move 1 to colSub
               perform until colSub > wsCandidateLen
                   if wsStreet(rowSub:1) = wsCandidate(colSub:1)
                       move 0 to wsCost
                   else
                       move 1 to wsCost
                   end-if
                   compute wsCell = previousCell(colSub) + wsCost
                   if previousCell(colSub + 1) + 1 < wsCell
                       compute wsCell = previousCell(colSub + 1) + 1
                   end-if
                   if currentCell(colSub) + 1 < wsCell
                       compute wsCell = currentCell(colSub) + 1
                   end-if
                   move wsCell to currentCell(colSub + 1)
                   add 1 to colSub
               end-perform
               move currentRow to previousRow
               add 1 to rowSub
           end-perform
           move previousCell(wsCandidateLen + 1) to wsDistance
           .

       3100-candidate-length section.
           move 30 to wsCandidateLen
           perform until wsCandidateLen = 0
                      or wsCandidate(wsCandidateLen:1) not = space
               subtract 1 from wsCandidateLen
           end-perform
           .

       end program streetVerify.
