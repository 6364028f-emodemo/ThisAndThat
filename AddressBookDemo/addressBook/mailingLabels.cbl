      *> does (family then city), and prints three-line labels in an
      *> n-up page layout - upCountParm labels side by side per row.
      *> A control page of label counts per city follows the labels
      *> for the mailing house.  segmentParm narrows the selection
      *> to one segment code from contact-segments.txt (blank
      *> selects every segment), so a campaign can reach, say, the
      *> lapsed high-value customers alone.  A contact living abroad
      *> (an entry on records-foreign.txt, and no home-country
      *> mailing address in force) is labelled one-up on the
      *> separate international file with the foreign postal code
      *> and a country line, and counted on that file's own
      *> manifest by country - foreign pieces never ride in the
      *> domestic trays.
       program-id. mailingLabels as "mailingLabels".

       environment division.
               with no duplicates
           file status is fs-nixie.

      *> deceased / gone-away suppression - a contact flagged by
      *> suppressionScreening or its review is never mailed again
           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

      *> dataQualityScan's street verdict per record - a piece
      *> counts as going to a verified address only while the
      *> address on the label is the one the scan found verified
           select optional verifyFile
           assign to ".\address-verification.txt"
           organization is indexed
           access is dynamic
           record key avRecordId of verifyRec with no duplicates
           file status is fs-verify.

      *> value segments - a segment code selects only the contacts
      *> the last customerSegmentation run placed in it
           select optional segmentFile
           assign to ".\contact-segments.txt"
           organization is indexed
           access is dynamic
           record key sgRecordId of segmentRec with no duplicates
           file status is fs-segment.

      *> contacts living abroad - their country and postal code
           select optional foreignFile
           assign to ".\records-foreign.txt"
           organization is indexed
           access is dynamic
           record key foreignRecordId of foreignRec
               with no duplicates
           file status is fs-foreign.

           select sortWork assign to "mailing-labels.srt".

           select printFile assign to ".\mailing-labels.txt"
           organization is line sequential.

           select intlPrintFile
           assign to ".\mailing-labels-international.txt"
           organization is line sequential.

      *> campaign registry - one row per tracked mailing run with
      *> its selection criteria and piece count, plus per-city piece
      *> counts on the pieces file, so the response report can put
      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd datafile.
       01 rec.
       01 nixieRec.
       copy "nixie.cpy".

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       fd segmentFile.
       01 segmentRec.
       copy "segment.cpy".

       fd foreignFile.
       01 foreignRec.
       copy "foreign.cpy".

       sd sortWork.
       01 sortRec.
       copy "records.cpy".
       fd printFile.
       01 printLine pic x(132).

       fd intlPrintFile.
       01 intlPrintLine pic x(132).

       fd verifyFile.
       01 verifyRec.
       copy "addrverify.cpy".

       fd campaignFile.
       01 campaignLine.
           03 cg-campaignId pic x(8).
           03 cg-criteria   pic x(40).
           03 filler        pic x(1) value space.
           03 cg-pieceCount pic 9(9).
           03 filler        pic x(1) value space.
           03 cg-verifiedCount pic 9(9).

       fd campaignPieceFile.
       01 campaignPieceLine.
       01 sub pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 labelCount pic 9(9) comp-5 value 0.
       01 verifiedCount pic 9(9) comp-5 value 0.
      *> the labels gathered for the current n-up row - their three
      *> text lines are built side by side, 40 columns per label
       01 rowLabelCount pic 9(9) comp-5 value 0.
       01 fs-address pic x(2).
       01 fs-preference pic x(2).
       01 fs-nixie pic x(2).
       01 fs-suppression pic x(2).
       01 fs-verify pic x(2).
       01 fs-segment pic x(2).
       01 fs-foreign pic x(2).
      *> "Y" once a mailing-type entry replaces the home address -
      *> such a label goes in the domestic post whatever the
      *> contact's country
       01 wsMailingInForce pic x(1) value "N".
       01 wsForeignLabel pic x(1) value "N".
       01 intlLabelCount pic 9(9) comp-5 value 0.
       01 wsCountryName pic x(30).
       01 wsNoPhone pic x(20) value spaces.
      *> per-country label counts for the international manifest
       01 countryCountTable.
           03 countryCountEntry occurs 100 times.
               05 ct-t-country pic x(30).
               05 ct-t-count   pic 9(9) comp-5.
       01 countryCount pic 9(9) comp-5 value 0.
       01 intlHeading pic x(48)
           value "INTERNATIONAL MANIFEST - LABEL COUNTS BY COUNTRY".
       01 intlControlLine.
           03 it-country pic x(30).
           03 filler     pic x(1) value space.
           03 it-count   pic z(8)9.
       01 intlTotalLine.
           03 filler     pic x(31) value "INTERNATIONAL PIECES".
           03 il-count   pic z(8)9.
       01 wsSelected pic x(1) value "N".
       01 wsSuppress pic x(1) value "N".
       01 wsNixieSuppress pic x(1) value "N".
       01 suppressedCount pic 9(9) comp-5 value 0.
       01 nixieSuppressedCount pic 9(9) comp-5 value 0.
       01 wsScreenSuppress pic x(1) value "N".
       01 screenSuppressedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
      *> the address actually printed on the label - home address
      *> unless a mailing-type entry is in force on the run date
           03 filler   pic x(28)
              value "SUPPRESSED (UNDELIVERABLE): ".
           03 nl-count pic z(8)9.
       01 screenSuppressedLine.
           03 filler   pic x(34)
              value "SUPPRESSED (DECEASED/GONE AWAY): ".
           03 ss-count pic z(8)9.

       linkage section.
      *> blank = every city
      *> campaign this run belongs to - blank runs untracked, the
      *> way every run did before campaigns were first-class
       01 campaignParm pic x(8).
      *> blank = every segment
       01 segmentParm pic x(3).

       procedure division using cityParm codeLowParm codeHighParm
                                upCountParm campaignParm
                                segmentParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
           open input addressFile
           open input preferenceFile
           open input nixieFile
           open input suppressionFile
           open input verifyFile
           open input segmentFile
           open input foreignFile
           open output printFile
           open output intlPrintFile

           sort sortWork
               on ascending key recordFamily of sortRec
               output procedure is 2000-print-labels

           perform 3000-write-control-page
           perform 3100-write-international-manifest

           close intlPrintFile
           close printFile
           close foreignFile
           close segmentFile
           close verifyFile
           close suppressionFile
           close nixieFile
           close preferenceFile
           close addressFile
           end-if

           display "labels printed:       " labelCount
           display "labels to verified:   " verifiedCount
           display "labels international: " intlLabelCount
           display "labels suppressed:    " suppressedCount
           display "labels undeliverable: " nixieSuppressedCount
           display "labels deceased/gone: " screenSuppressedCount
           goback
           .

           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsQuiesced
                               display "system quiesced for"
                                   " maintenance by " cnHolder
                                   " since " cnTimestamp
                           end-if
                   end-read
               end-perform
                   at end
                       move "Y" to eof
                   not at end
                       perform 1050-check-selection
                       if wsSelected = "Y"
                           perform 1100-check-suppression
                           evaluate true
                               when wsScreenSuppress = "Y"
                                   add 1 to screenSuppressedCount
                               when wsSuppress = "Y"
                                   add 1 to suppressedCount
                               when wsNixieSuppress = "Y"
           end-perform
           .

      *> city and postal range first; then a contact the scoring
      *> run has not placed in the asked-for segment - or has not
      *> scored at all - is not selected
       1050-check-selection section.
           move "N" to wsSelected
           if (cityParm = spaces
               or recordCity of rec = cityParm)
              and (codeHighParm = 0
               or (recordCode of rec >= codeLowParm
                   and recordCode of rec <= codeHighParm))
               move "Y" to wsSelected
           end-if
           if wsSelected = "Y" and segmentParm not = spaces
               move recordId of rec to sgRecordId of segmentRec
               read segmentFile
                   key is sgRecordId of segmentRec
                   invalid key
                       move "N" to wsSelected
                   not invalid key
                       if sgSegment of segmentRec not = segmentParm
                           move "N" to wsSelected
                       end-if
               end-read
           end-if
           .

      *> a preference row flagged do-not-mail stands the record down
      *> from this and every other mailing output
       1100-check-suppression section.
                       move "Y" to wsNixieSuppress
                   end-if
           end-read
           move "N" to wsScreenSuppress
           move recordId of rec
               to supRecordId of suppressionRec
           read suppressionFile
               key is supRecordId of suppressionRec
               invalid key
                   continue
               not invalid key
                   if supFlag of suppressionRec = "Y"
                       move "Y" to wsScreenSuppress
                   end-if
           end-read
           .

       2000-print-labels section.
      *> labels are placed
       2100-place-one-label section.
           perform 2400-prefer-mailing-address
           move "N" to wsForeignLabel
           if wsMailingInForce = "N"
               move recordId of sortRec
                   to foreignRecordId of foreignRec
               read foreignFile
                   key is foreignRecordId of foreignRec
                   invalid key
                       continue
                   not invalid key
                       move "Y" to wsForeignLabel
               end-read
           end-if
           if wsForeignLabel = "Y"
               perform 2500-print-international-label
           else
               perform 2150-place-domestic-label
           end-if
           .

       2150-place-domestic-label section.
           compute wsColumn = rowLabelCount * 40 + 1
           string recordName of sortRec delimited by "  "
                  " "                   delimited by size

           add 1 to labelCount
           add 1 to rowLabelCount
           perform 2160-count-verified
           perform 2300-count-city
           if rowLabelCount >= upCountParm
               perform 2200-flush-label-row
           end-if
           .

       2160-count-verified section.
           move recordId of sortRec to avRecordId of verifyRec
           read verifyFile
               key is avRecordId of verifyRec
               invalid key
                   continue
               not invalid key
                   if avResult of verifyRec = "V"
                      and avStreet of verifyRec = wsLabelStreet
                      and avCity of verifyRec = wsLabelCity
                      and avCode of verifyRec = wsLabelCode
                       add 1 to verifiedCount
                   end-if
           end-read
           .

       2200-flush-label-row section.
           write printLine from wsNameLine
           write printLine from wsStreetLine
      *> a mailing-type additional address in force on the run date
      *> replaces the home address on the label
       2400-prefer-mailing-address section.
           move "N" to wsMailingInForce
           move recordStreet of sortRec to wsLabelStreet
           move recordCity of sortRec   to wsLabelCity
           move recordCode of sortRec   to wsLabelCode
                           to wsLabelCity
                       move addressCode of addressRec
                           to wsLabelCode
                       move "Y" to wsMailingInForce
                   end-if
           end-read
           .

      *> one-up on the international file - name, street, the
      *> foreign postal code with the city, and the country line
      *> the foreign post office sorts on
       2500-print-international-label section.
           call "countryCheck" using foreignCountry of foreignRec
                                     foreignPostalCode of foreignRec
                                     wsNoPhone
                                     wsCountryName
           move 0 to return-code
           if wsCountryName = spaces
               move foreignCountry of foreignRec to wsCountryName
           end-if
           move spaces to intlPrintLine
           string recordName of sortRec delimited by "  "
                  " "                   delimited by size
                  recordFamily of sortRec delimited by "  "
               into intlPrintLine
               on overflow continue
           end-string
           write intlPrintLine
           move wsLabelStreet to intlPrintLine
           write intlPrintLine
           move spaces to intlPrintLine
           string foreignPostalCode of foreignRec delimited by "  "
                  " "                  delimited by size
                  wsLabelCity          delimited by "  "
               into intlPrintLine
               on overflow continue
           end-string
           write intlPrintLine
           move wsCountryName to intlPrintLine
           write intlPrintLine
           move spaces to intlPrintLine
           write intlPrintLine
           add 1 to labelCount
           add 1 to intlLabelCount
           perform 2300-count-city
           perform 2600-count-country
           .

       2600-count-country section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > countryCount
               if ct-t-country(sub) = wsCountryName
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub > 0
               add 1 to ct-t-count(matchSub)
           else
               if countryCount < 100
                   add 1 to countryCount
                   move wsCountryName to ct-t-country(countryCount)
                   move 1 to ct-t-count(countryCount)
               end-if
           end-if
           .

      *> counts the city the label is actually addressed to, which
      *> is the mailing city when one is in force
       2300-count-city section.
           write printLine from suppressedLine
           move nixieSuppressedCount to nl-count
           write printLine from nixieSuppressedLine
           move screenSuppressedCount to ss-count
           write printLine from screenSuppressedLine
           .

       3100-write-international-manifest section.
           move spaces to intlPrintLine
           write intlPrintLine
           write intlPrintLine from intlHeading
           move 1 to sub
           perform until sub > countryCount
               move spaces to intlControlLine
               move ct-t-country(sub) to it-country
               move ct-t-count(sub) to it-count
               write intlPrintLine from intlControlLine
               add 1 to sub
           end-perform
           move intlLabelCount to il-count
           write intlPrintLine from intlTotalLine
           .

      *> the campaign's registry row carries the selection criteria
           move wsRunDate to cg-runDate
           move "mailingLabels" to cg-job
           move spaces to cg-criteria
           move 1 to wsColumn
           if segmentParm not = spaces
               string "seg=" delimited by size
                      segmentParm delimited by size
                      " " delimited by size
                   into cg-criteria
                   with pointer wsColumn
               end-string
           end-if
           string "city=" delimited by size
                  cityParm delimited by "  "
                  " codes=" delimited by size
                  "-" delimited by size
                  codeHighParm delimited by size
               into cg-criteria
               with pointer wsColumn
               on overflow continue
           end-string
           move labelCount to cg-pieceCount
           move verifiedCount to cg-verifiedCount
           write campaignLine
           close campaignFile
           open extend campaignPieceFile
