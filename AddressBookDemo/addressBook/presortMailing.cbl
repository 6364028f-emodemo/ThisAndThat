      *> run costs the manifest, posts POSTAGE-SPENT to the
      *> control-totals ledger the way the billing jobs post theirs,
      *> and writes per-city cost rows to postage-costs.txt for the
      *> monthly postage report.  A contact living abroad (an entry
      *> on records-foreign.txt) never enters the domestic walk
      *> sort: each such piece is listed on the separate
      *> international manifest with its foreign postal code and
      *> country, counted by country, and - when an "I <rate>" row
      *> gives the international per-piece rate - costed into the
      *> same POSTAGE-SPENT total.
       program-id. presortMailing as "presortMailing".

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

      *> contacts living abroad - their country and postal code
           select optional foreignFile
           assign to ".\records-foreign.txt"
           organization is indexed
           access is dynamic
           record key foreignRecordId of foreignRec
               with no duplicates
           file status is fs-foreign.

           select sortWork assign to "presort-mailing.srt".

           select manifestFile assign to ".\presort-manifest.txt"
           organization is line sequential.

           select intlManifestFile
           assign to ".\presort-international-manifest.txt"
           organization is line sequential.

      *> one cost row per city (pieces priced at the per-piece
      *> rate) plus a containers row for the bundle/tray charges -
      *> what monthlyPostageReport sums by campaign and cityRegion
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

       fd foreignFile.
       01 foreignRec.
       copy "foreign.cpy".

       sd sortWork.
       01 sortRec.
       copy "records.cpy".
       fd manifestFile.
       01 manifestLine pic x(80).

       fd intlManifestFile.
       01 intlManifestLine pic x(100).

       fd postageFile.
       01 postageLine.
           03 pc-runDate    pic 9(8).
       01 fs-rules pic x(2).
       01 fs-preference pic x(2).
       01 fs-nixie pic x(2).
       01 fs-suppression pic x(2).
       01 fs-foreign pic x(2).
       01 wsForeign pic x(1) value "N".
       01 wsCountryName pic x(30).
       01 wsNoPhone pic x(20) value spaces.
      *> the international per-piece rate in hundredths, from an
      *> "I" rules row - zero leaves the foreign pieces uncosted
       01 wsIntlRate pic 9(5) comp-5 value 0.
       01 intlCount pic 9(9) comp-5 value 0.
       01 wsIntlCost pic 9(9) comp-5 value 0.
       01 countryCountTable.
           03 countryCountEntry occurs 100 times.
               05 ct-country pic x(30).
               05 ct-count   pic 9(9) comp-5.
       01 countryCount pic 9(9) comp-5 value 0.
       01 intlHeading.
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(11) value "POSTAL".
           03 filler pic x(21) value "CITY".
           03 filler pic x(20) value "COUNTRY".
       01 intlDetailLine.
           03 id-recordId   pic z(8)9.
           03 filler        pic x(1) value space.
           03 id-name       pic x(30).
           03 filler        pic x(1) value space.
           03 id-postalCode pic x(10).
           03 filler        pic x(1) value space.
           03 id-city       pic x(20).
           03 filler        pic x(1) value space.
           03 id-country    pic x(26).
       01 intlCountryLine.
           03 ic-country pic x(30).
           03 filler     pic x(1) value space.
           03 ic-count   pic z(8)9.
       01 intlTotalLine.
           03 filler    pic x(31) value "INTERNATIONAL PIECES".
           03 il-count  pic z(8)9.
       01 wsSuppress pic x(1) value "N".
       01 wsNixieSuppress pic x(1) value "N".
       01 suppressedCount pic 9(9) comp-5 value 0.
       01 nixieSuppressedCount pic 9(9) comp-5 value 0.
       01 wsScreenSuppress pic x(1) value "N".
       01 screenSuppressedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
      *> set "Y" by a "C" rules row - without one the run costs
      *> nothing, the way it always did
           03 filler   pic x(28)
              value "SUPPRESSED (UNDELIVERABLE): ".
           03 nl-count pic z(8)9.
       01 screenSuppressedLine.
           03 filler   pic x(34)
              value "SUPPRESSED (DECEASED/GONE AWAY): ".
           03 ss-count pic z(8)9.
       01 totalLine.
           03 filler     pic x(14) value "TOTAL         ".
           03 tl-pieces  pic z(8)9.
           open input datafile
           open input preferenceFile
           open input nixieFile
           open input suppressionFile
           open input foreignFile
           open output manifestFile
           open output intlManifestFile
           write intlManifestLine from intlHeading

      *> the selected records pass through the sort purely to count
      *> into ranges in recordCode walk order - the ordered stream
               output procedure is 2000-count-into-ranges

           perform 3000-write-manifest
           perform 3100-write-international-totals
           if wsCostLoaded = "Y"
               perform 4000-cost-the-manifest
           end-if
           close intlManifestFile
           close foreignFile
           close manifestFile
           close suppressionFile
           close nixieFile
           close preferenceFile
           close datafile

           display "pieces presorted:    " selectedCount
           display "pieces unclassified: " unclassifiedCount
           display "pieces international:" intlCount
           display "pieces suppressed:   " suppressedCount
           display "pieces undeliverable:" nixieSuppressedCount
           display "pieces deceased/gone:" screenSuppressedCount
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
                                   move pr-bundleSize
                                       to wsBundleSize
                                   move pr-traySize to wsTraySize
      *> "I <rate>" - the international per-piece rate, in
      *> the piece-rate columns of a "C" row
                               when "I"
                                   move pr-pieceRate to wsIntlRate
                               when "C"
                                   move "Y" to wsCostLoaded
                                   move pr-pieceRate to wsPieceRate
                          or recordCity of rec = cityParm
                           perform 1100-check-suppression
                           evaluate true
                               when wsScreenSuppress = "Y"
                                   add 1 to screenSuppressedCount
                               when wsSuppress = "Y"
                                   add 1 to suppressedCount
                               when wsNixieSuppress = "Y"
                                   add 1 to nixieSuppressedCount
                               when other
                                   perform 1300-check-foreign
                                   if wsForeign = "Y"
                                       perform 1400-list-international
                                   else
                                       perform 1200-count-city
                                       release sortRec from rec
                                   end-if
                           end-evaluate
                       end-if
               end-read
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

       1200-count-city section.
           end-if
           .

       1300-check-foreign section.
           move "N" to wsForeign
           move recordId of rec to foreignRecordId of foreignRec
           read foreignFile
               key is foreignRecordId of foreignRec
               invalid key
                   continue
               not invalid key
                   move "Y" to wsForeign
           end-read
           .

      *> a foreign piece goes on the international manifest, never
      *> into a domestic range, bundle or tray
       1400-list-international section.
           call "countryCheck" using foreignCountry of foreignRec
                                     foreignPostalCode of foreignRec
                                     wsNoPhone
                                     wsCountryName
           move 0 to return-code
           if wsCountryName = spaces
               move foreignCountry of foreignRec to wsCountryName
           end-if
           add 1 to intlCount
           move spaces to intlDetailLine
           move recordId of rec to id-recordId
           string recordName of rec delimited by "  "
                  " " delimited by size
                  recordFamily of rec delimited by "  "
               into id-name
               on overflow continue
           end-string
           move foreignPostalCode of foreignRec to id-postalCode
           move recordCity of rec to id-city
           move wsCountryName to id-country
           write intlManifestLine from intlDetailLine

           move 0 to matchSub
           move 1 to sub
           perform until sub > countryCount
               if ct-country(sub) = wsCountryName
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub > 0
               add 1 to ct-count(matchSub)
           else
               if countryCount < 100
                   add 1 to countryCount
                   move wsCountryName to ct-country(countryCount)
                   move 1 to ct-count(countryCount)
               end-if
           end-if
           .

       2000-count-into-ranges section.
           move "N" to eof
           perform until eof = "Y"
           write manifestLine from suppressedLine
           move nixieSuppressedCount to nl-count
           write manifestLine from nixieSuppressedLine
           move screenSuppressedCount to ss-count
           write manifestLine from screenSuppressedLine
           .

       3100-write-international-totals section.
           move spaces to intlManifestLine
           write intlManifestLine
           move 1 to sub
           perform until sub > countryCount
               move spaces to intlCountryLine
               move ct-country(sub) to ic-country
               move ct-count(sub) to ic-count
               write intlManifestLine from intlCountryLine
               add 1 to sub
           end-perform
           move intlCount to il-count
           write intlManifestLine from intlTotalLine
           .

      *> the manifest's money: every piece at the per-piece rate
               write postageLine
               add 1 to citySub
           end-perform
           compute wsIntlCost = intlCount * wsIntlRate
           if wsIntlCost > 0
               add wsIntlCost to postageTotal
               move spaces to postageLine
               move wsRunDate to pc-runDate
               move campaignParm to pc-campaignId
               move "*INTERNATIONAL*" to pc-city
               move intlCount to pc-pieces
               move wsIntlCost to pc-cost
               write postageLine
           end-if
           compute wsContainerCost
               = bundleTotal * wsBundleRate
               + trayTotal * wsTrayRate
           move wsRunDate to le-date
           compute le-amount = postageTotal / 100
           compute le-count = selectedCount - unclassifiedCount
           if wsIntlCost > 0
               add intlCount to le-count
           end-if
           write ledgerLine
           close ledgerFile
           .
