      *> write path as it stands), W rows are warnings (odd but
      *> writable), with counts by rule and by city at the end so a
      *> cleanup campaign can be planned instead of tripped over.
      *> A record living abroad is held to its country's rules
      *> through countryCheck; the city-master checks are for home
      *> records only.  A mobile or email the SMS/email gateway last
      *> failed to reach (reminder-history.txt) is a warning for as
      *> long as the record still carries it.  A home street that
      *> streetVerify cannot find on the postal reference with that
      *> city and code is a warning carrying the official spelling
      *> or code to try, and every home record's verdict is written
      *> afresh to address-verification.txt for the mailing jobs.
       program-id. dataQualityScan as "dataQualityScan".

       environment division.
           record key cityName of cityMasterRec with no duplicates
           file status is fs-cityfile.

           select optional foreignFile
           assign to ".\records-foreign.txt"
           organization is indexed
           access is dynamic
           record key foreignRecordId of foreignRec
               with no duplicates
           file status is fs-foreignfile.

      *> the pre-due reminders' delivery trail - a contact point the
      *> gateway could not reach is a data-quality problem
           select optional reminderFile
           assign to ".\reminder-history.txt"
           organization is line sequential
           file status is fs-reminderfile.

      *> the street check's verdict per record, rebuilt each scan
           select verifyFile
           assign to ".\address-verification.txt"
           organization is indexed
           access is dynamic
           record key avRecordId of verifyRec with no duplicates
           file status is fs-verifyfile.

           select reportFile assign to ".\data-quality-report.txt"
           organization is line sequential.

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
       01 cityMasterRec.
       copy "citymaster.cpy".

       fd foreignFile.
       01 foreignRec.
       copy "foreign.cpy".

       fd reminderFile.
       01 reminderRec.
       copy "reminder.cpy".

       fd verifyFile.
       01 verifyRec.
       copy "addrverify.cpy".

       fd reportFile.
       01 reportLine pic x(100).

       01 wsDatafilePath pic x(255).
       01 fs-datafile pic x(2).
       01 fs-cityfile pic x(2).
       01 fs-foreignfile pic x(2).
       01 fs-reminderfile pic x(2).
       01 fs-verifyfile pic x(2).
       01 wsScanDate pic 9(8).
       01 wsStreetResult pic x(1).
       01 wsSuggestStreet pic x(30).
       01 wsSuggestCode pic 9(5).
      *> the spelling or code to try, shown on a street warning
       01 wsAdviceStreet pic x(30) value spaces.
       01 wsAdviceCode pic x(5) value spaces.
       01 verifiedCount pic 9(9) comp-5 value 0.
      *> each contact point a reminder went to, and whether the
      *> latest status back for it was a failure
       01 deliveryTable.
           03 deliveryEntry occurs 2000 times.
               05 dy-recordId pic 9(9).
               05 dy-channel  pic x(1).
               05 dy-address  pic x(50).
               05 dy-failed   pic x(1).
       01 deliveryCount pic 9(9) comp-5 value 0.
       01 deliverySub pic 9(9) comp-5 value 0.
       01 wsForeignFound pic x(1) value "N".
       01 wsCountryName pic x(30).
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 scannedCount  pic 9(9) comp-5 value 0.
       01 blockingCount pic 9(9) comp-5 value 0.
       01 warningCount  pic 9(9) comp-5 value 0.
           03 dl-rule     pic x(28).
           03 filler      pic x(1) value space.
           03 dl-city     pic x(20).
           03 filler      pic x(1) value space.
           03 dl-adviceStreet pic x(30).
           03 filler      pic x(1) value space.
           03 dl-adviceCode   pic x(5).
       01 sectionHeading pic x(40).
       01 ruleSummaryLine.
           03 rs-severity pic x(1).
               move ".\records.txt" to wsDatafilePath
           end-if

           accept wsScanDate from date yyyymmdd
           perform 0500-load-delivery-failures
           open input datafile
           open input cityFile
           open input foreignFile
           open output verifyFile
           open output reportFile

           move "EXCEPTIONS" to sectionHeading

           perform 5000-write-summaries
           close reportFile
           close verifyFile
           close foreignFile
           close cityFile
           close datafile

           display "blocking exceptions: " blockingCount
           display "warnings:            " warningCount
           display "clean records:       " cleanCount
           display "streets verified:    " verifiedCount
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
           move "N" to wsLockEof
           .

      *> the history is in time order, so the last D or F row for a
      *> contact point is its standing
       0500-load-delivery-failures section.
           move "N" to eof
           open input reminderFile
           if fs-reminderfile = "00"
               perform until eof = "Y"
                   read reminderFile
                       at end
                           move "Y" to eof
                       not at end
                           if rmdType = "D" or rmdType = "F"
                               perform 0510-note-one-status
                           end-if
                   end-read
               end-perform
           end-if
           close reminderFile
           move "N" to eof
           .

       0510-note-one-status section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > deliveryCount
               if dy-recordId(sub) = rmdRecordId
                  and dy-channel(sub) = rmdChannel
                  and dy-address(sub) = rmdAddress
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and deliveryCount < 2000
               add 1 to deliveryCount
               move deliveryCount to matchSub
               move rmdRecordId to dy-recordId(matchSub)
               move rmdChannel to dy-channel(matchSub)
               move rmdAddress to dy-address(matchSub)
           end-if
           if matchSub > 0
               if rmdType = "F"
                   move "Y" to dy-failed(matchSub)
               else
                   move "N" to dy-failed(matchSub)
               end-if
           end-if
           .

       1000-scan-one-record section.
           move "N" to wsRecordFlagged
           perform 2000-lookup-city
           perform 2100-lookup-foreign

           if recordName of rec = spaces
              or recordFamily of rec = spaces
               perform 4000-report-one-exception
           end-if

           if wsForeignFound = "Y"
               perform 3000-check-foreign
           else
               perform 3100-check-home
               perform 3300-check-street
           end-if

           if recordPhone of rec = spaces
              and recordMobile of rec = spaces
              and recordEmail of rec = spaces
               move "no contact point at all" to wsRule
               move "W" to wsSeverity
               perform 4000-report-one-exception
           end-if

           if wsCityFound not = "Y"
              and wsForeignFound not = "Y"
              and recordCity of rec not = spaces
               move "city not on city master" to wsRule
               move "W" to wsSeverity
               perform 4000-report-one-exception
           end-if

           perform 3200-check-delivery

           if wsRecordFlagged = "N"
               add 1 to cleanCount
           end-if
           .

      *> the country's postal formats and dial prefix, the same
      *> verdict the write path would reach
       3000-check-foreign section.
           call "countryCheck" using foreignCountry of foreignRec
                                     foreignPostalCode of foreignRec
                                     recordPhone of rec
                                     wsCountryName
           evaluate return-code
               when err-unknown-country
                   move "country not on country rules" to wsRule
                   move "E" to wsSeverity
                   perform 4000-report-one-exception
               when err-invalid-postal-code
                   move "postal code bad for country" to wsRule
                   move "E" to wsSeverity
                   perform 4000-report-one-exception
               when err-invalid-phone
                   move "phone prefix bad for country" to wsRule
                   move "E" to wsSeverity
                   perform 4000-report-one-exception
               when other
                   continue
           end-evaluate
           move err-success to return-code
           .

       3100-check-home section.
           if recordCode of rec is not numeric
              or recordCode of rec < 1000
              or recordCode of rec > 99999
                   perform 4000-report-one-exception
               end-if
           end-if
           .

      *> only while the record still carries the failed address -
      *> a corrected mobile or email clears the warning
       3200-check-delivery section.
           move 1 to deliverySub
           perform until deliverySub > deliveryCount
               if dy-recordId(deliverySub) = recordId of rec
                  and dy-failed(deliverySub) = "Y"
                   if dy-channel(deliverySub) = "S"
                      and dy-address(deliverySub)
                          = recordMobile of rec
                       move "mobile failed delivery" to wsRule
                       move "W" to wsSeverity
                       perform 4000-report-one-exception
                   end-if
                   if dy-channel(deliverySub) = "E"
                      and dy-address(deliverySub)
                          = recordEmail of rec
                       move "email failed delivery" to wsRule
                       move "W" to wsSeverity
                       perform 4000-report-one-exception
                   end-if
               end-if
               add 1 to deliverySub
           end-perform
           .

      *> advice, not a block - the write path takes a street the
      *> postal file has not caught up with yet
       3300-check-street section.
           call "streetVerify" using recordCity of rec
                                     recordStreet of rec
                                     recordCode of rec
                                     wsStreetResult
                                     wsSuggestStreet
                                     wsSuggestCode
           move err-success to return-code
           move wsSuggestStreet to wsAdviceStreet
           if wsSuggestCode > 0
               move wsSuggestCode to wsAdviceCode
           end-if
           evaluate wsStreetResult
               when "V"
                   add 1 to verifiedCount
               when "C"
                   move "street code not valid" to wsRule
                   move "W" to wsSeverity
                   perform 4000-report-one-exception
               when "S"
                   move "street not on postal file" to wsRule
                   move "W" to wsSeverity
                   perform 4000-report-one-exception
               when "N"
                   move "city not on postal file" to wsRule
                   move "W" to wsSeverity
                   perform 4000-report-one-exception
               when other
                   continue
           end-evaluate
           move spaces to wsAdviceStreet
           move spaces to wsAdviceCode

           if wsStreetResult not = space
               move spaces to verifyRec
               move recordId of rec to avRecordId
               move wsStreetResult to avResult
               move wsScanDate to avDate
               move recordStreet of rec to avStreet
               move recordCity of rec to avCity
               move recordCode of rec to avCode
               move wsSuggestStreet to avSuggestStreet
               move wsSuggestCode to avSuggestCode
               write verifyRec
                   invalid key
                       continue
               end-write
           end-if
           .

           end-read
           .

       2100-lookup-foreign section.
           move "N" to wsForeignFound
           move recordId of rec to foreignRecordId of foreignRec
           read foreignFile
               key is foreignRecordId of foreignRec
               invalid key
                   continue
               not invalid key
                   move "Y" to wsForeignFound
           end-read
           .

       4000-report-one-exception section.
           move "Y" to wsRecordFlagged
           if wsSeverity = "E"
           move recordId of rec to dl-recordId
           move wsRule to dl-rule
           move recordCity of rec to dl-city
           move wsAdviceStreet to dl-adviceStreet
           move wsAdviceCode to dl-adviceCode
           write reportLine from detailLine

           move 0 to matchSub
