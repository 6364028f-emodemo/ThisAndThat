      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Copies the live datafile and its children into a test area
      *> with every personal field pseudonymized, so test runs see
      *> production volumes and quirks without production people.
      *> The children are records-interactions.txt,
      *> records-addresses.txt, records-relationships.txt,
      *> receivables-master.txt and invoice-register.txt; city-master
      *> .txt goes across too so the copy validates on its own.
      *> Every fake is derived from the recordId, so the same person
      *> gets the same pseudonym wherever it appears, and recordIds
      *> and invoice numbers are never touched, so the links between
      *> the files hold.  Names come from a fixed list, phones and
      *> mobiles from a 0000/0009 range no real number uses, emails
      *> from the reserved .invalid domain, streets from a fixed list,
      *> notes are replaced outright; a blank field stays blank.  A
      *> fake that happens to match any original value is moved on
      *> to the next candidate.  Cities are kept and the postal code
      *> redrawn inside the city's range on city-master.txt (a city
      *> not on the master keeps its code and is counted).  After the
      *> copy the test files are read back and every name, phone,
      *> email and note is looked up against every original value;
      *> test-copy-certificate.txt carries the verdict per file.
       program-id. anonymizedTestCopy as "anonymizedTestCopy".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select testDatafile assign to wsTestDataPath
           organization is indexed
           access is dynamic
           record key recordId of testRec with no duplicates
           alternate record key recordCity of testRec
               with duplicates
           alternate record key recordName of testRec
               with duplicates
           file status is fs-test.

           select optional interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select testInteractionFile assign to wsTestInteractionPath
           organization is indexed
           access is dynamic
           record key interactionKey of testInteractionRec
               with no duplicates
           file status is fs-test.

           select optional addressFile
           assign to ".\records-addresses.txt"
           organization is indexed
           access is dynamic
           record key addressKey of addressRec with no duplicates
           file status is fs-address.

           select testAddressFile assign to wsTestAddressPath
           organization is indexed
           access is dynamic
           record key addressKey of testAddressRec
               with no duplicates
           file status is fs-test.

           select optional relationshipFile
           assign to ".\records-relationships.txt"
           organization is indexed
           access is dynamic
           record key relationshipKey of relationshipRec
               with no duplicates
           file status is fs-relationship.

           select testRelationshipFile
           assign to wsTestRelationshipPath
           organization is indexed
           access is dynamic
           record key relationshipKey of testRelationshipRec
               with no duplicates
           file status is fs-test.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select testReceivablesFile assign to wsTestMasterPath
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of testReceivableRec
               with no duplicates
           alternate record key rmRecordId of testReceivableRec
               with duplicates
           file status is fs-test.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select testRegisterFile assign to wsTestRegisterPath
           organization is line sequential
           file status is fs-test.

           select optional cityFile assign to ".\city-master.txt"
           organization is indexed
           access is dynamic
           record key cityName of cityMasterRec with no duplicates
           file status is fs-city.

           select testCityFile assign to wsTestCityPath
           organization is indexed
           access is dynamic
           record key cityName of testCityRec with no duplicates
           file status is fs-test.

      *> every original name, family, phone, mobile and email, once
      *> each - what the pseudonyms are steered clear of and what
      *> the certification looks the copied fields up against
           select originalsFile assign to ".\anonymize-originals.wrk"
           organization is indexed
           access is dynamic
           record key ov-value with no duplicates
           file status is fs-originals.

           select certificateFile
           assign to ".\test-copy-certificate.txt"
           organization is line sequential.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
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
       copy "records.cpy".

       fd testDatafile.
       01 testRec.
       copy "records.cpy".

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

       fd testInteractionFile.
       01 testInteractionRec.
       copy "interaction.cpy".

       fd addressFile.
       01 addressRec.
       copy "address.cpy".

       fd testAddressFile.
       01 testAddressRec.
       copy "address.cpy".

       fd relationshipFile.
       01 relationshipRec.
       copy "relationship.cpy".

       fd testRelationshipFile.
       01 testRelationshipRec.
       copy "relationship.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd testReceivablesFile.
       01 testReceivableRec.
       copy "receivable.cpy".

       fd registerFile.
       01 registerLine pic x(132).

       fd testRegisterFile.
       01 testRegisterLine pic x(132).

       fd cityFile.
       01 cityMasterRec.
       copy "citymaster.cpy".

       fd testCityFile.
       01 testCityRec.
       copy "citymaster.cpy".

       fd originalsFile.
       01 originalsRec.
           03 ov-value pic x(50).

       fd certificateFile.
       01 certificateLine pic x(80).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 fs-datafile     pic x(2).
       01 fs-interaction  pic x(2).
       01 fs-address      pic x(2).
       01 fs-relationship pic x(2).
       01 fs-master       pic x(2).
       01 fs-register     pic x(2).
       01 fs-city         pic x(2).
       01 wsCityPresent   pic x(1) value "N".
       01 fs-test         pic x(2).
       01 fs-originals    pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsTargetDir pic x(60).
       01 wsTestDataPath         pic x(80).
       01 wsTestInteractionPath  pic x(80).
       01 wsTestAddressPath      pic x(80).
       01 wsTestRelationshipPath pic x(80).
       01 wsTestMasterPath       pic x(80).
       01 wsTestRegisterPath     pic x(80).
       01 wsTestCityPath         pic x(80).
       01 wsTargetOk pic x(1) value "Y".
       01 wsRunDate pic 9(8).

      *> the pseudonym lists - a person's entry is picked by their
      *> recordId and moved on while it matches an original value
       01 fakeFirstNames.
           03 filler pic x(10) value "Alder".
           03 filler pic x(10) value "Brin".
           03 filler pic x(10) value "Cosima".
           03 filler pic x(10) value "Dorel".
           03 filler pic x(10) value "Elowen".
           03 filler pic x(10) value "Fenno".
           03 filler pic x(10) value "Galia".
           03 filler pic x(10) value "Harlo".
           03 filler pic x(10) value "Isbel".
           03 filler pic x(10) value "Joram".
           03 filler pic x(10) value "Kestra".
           03 filler pic x(10) value "Lorcan".
           03 filler pic x(10) value "Maelis".
           03 filler pic x(10) value "Nevin".
           03 filler pic x(10) value "Orla".
           03 filler pic x(10) value "Pell".
           03 filler pic x(10) value "Quillon".
           03 filler pic x(10) value "Rasmin".
           03 filler pic x(10) value "Sivia".
           03 filler pic x(10) value "Tamsel".
           03 filler pic x(10) value "Ulvar".
           03 filler pic x(10) value "Verity".
           03 filler pic x(10) value "Wendel".
           03 filler pic x(10) value "Yseult".
       01 fakeFirstTable redefines fakeFirstNames.
           03 fakeFirst occurs 24 times pic x(10).
       01 fakeFamilyNames.
           03 filler pic x(12) value "Ashcombe".
           03 filler pic x(12) value "Brackwater".
           03 filler pic x(12) value "Coldharbour".
           03 filler pic x(12) value "Dunmere".
           03 filler pic x(12) value "Eastwold".
           03 filler pic x(12) value "Fernleigh".
           03 filler pic x(12) value "Glenholt".
           03 filler pic x(12) value "Hollowell".
           03 filler pic x(12) value "Ivybridge".
           03 filler pic x(12) value "Juniperhay".
           03 filler pic x(12) value "Kingsmere".
           03 filler pic x(12) value "Larkfield".
           03 filler pic x(12) value "Marshcote".
           03 filler pic x(12) value "Northcombe".
           03 filler pic x(12) value "Oakhanger".
           03 filler pic x(12) value "Pennycross".
           03 filler pic x(12) value "Quarrendon".
           03 filler pic x(12) value "Redwater".
           03 filler pic x(12) value "Saltmarsh".
           03 filler pic x(12) value "Thornbury".
           03 filler pic x(12) value "Underhill".
           03 filler pic x(12) value "Vellacott".
           03 filler pic x(12) value "Westerleigh".
           03 filler pic x(12) value "Yarrowby".
       01 fakeFamilyTable redefines fakeFamilyNames.
           03 fakeFamily occurs 24 times pic x(12).
       01 fakeStreetNames.
           03 filler pic x(16) value "Acorn Lane".
           03 filler pic x(16) value "Beacon Road".
           03 filler pic x(16) value "Chapel Row".
           03 filler pic x(16) value "Dovecote Way".
           03 filler pic x(16) value "Elm Close".
           03 filler pic x(16) value "Foundry Street".
           03 filler pic x(16) value "Granary Yard".
           03 filler pic x(16) value "Heather Drive".
           03 filler pic x(16) value "Kiln Walk".
           03 filler pic x(16) value "Mill Terrace".
           03 filler pic x(16) value "Orchard Rise".
           03 filler pic x(16) value "Quay Parade".
       01 fakeStreetTable redefines fakeStreetNames.
           03 fakeStreet occurs 12 times pic x(16).
       78 fakeFirstCount  value 24.
       78 fakeFamilyCount value 24.
       78 fakeStreetCount value 12.

       01 pickSub   pic 9(4) comp-5.
       01 pickTries pic 9(4) comp-5.
       01 wsPicked  pic x(1).
       01 wsCandidate pic x(50).
       01 wsStreetSeed pic 9(9).
       01 wsHouseNo pic z(2)9.
       01 wsIdDigits pic 9(9).
       01 wsCodeRange pic 9(9).
       01 wsFound pic x(1).

      *> per-file counts for the certificate - records copied,
      *> personal fields checked, originals found surviving
       01 fileCounts.
           03 fileEntry occurs 7 times.
               05 fc-name      pic x(28).
               05 fc-copied    pic 9(9) comp-5.
               05 fc-checked   pic 9(9) comp-5.
               05 fc-surviving pic 9(9) comp-5.
       01 fileSub pic 9(4) comp-5.
       78 fileDatafile     value 1.
       78 fileInteractions value 2.
       78 fileAddresses    value 3.
       78 fileRelations    value 4.
       78 fileReceivables  value 5.
       78 fileRegister     value 6.
       78 fileCityMaster   value 7.
       01 originalsCount pic 9(9) comp-5 value 0.
       01 cityUnmatchedCount pic 9(9) comp-5 value 0.
       01 wsAllCertified pic x(1) value "Y".

       01 certificateHeading.
           03 filler pic x(29) value "TEST COPY CERTIFICATE  RUN ".
           03 ch-runDate pic 9(8).
           03 filler pic x(8) value "  AREA ".
           03 ch-target pic x(35).
       01 certificateColumns.
           03 filler pic x(28) value "FILE".
           03 filler pic x(10) value "   COPIED".
           03 filler pic x(10) value "  CHECKED".
           03 filler pic x(10) value " SURVIVED".
           03 filler pic x(2)  value spaces.
           03 filler pic x(13) value "VERDICT".
       01 certificateDetail.
           03 cd-file      pic x(28).
           03 cd-copied    pic z(8)9.
           03 filler       pic x(1) value space.
           03 cd-checked   pic z(8)9.
           03 filler       pic x(1) value space.
           03 cd-surviving pic z(8)9.
           03 filler       pic x(3) value spaces.
           03 cd-verdict   pic x(13).
       01 certificateTotal.
           03 filler pic x(20) value "ORIGINAL VALUES:    ".
           03 ct-originals pic z(8)9.
           03 filler pic x(24) value "   CITIES NOT ON MASTER ".
           03 ct-unmatched pic z(8)9.
       01 certificateVerdict.
           03 filler pic x(20) value "OVERALL VERDICT:    ".
           03 cv-verdict pic x(40).

       linkage section.
      *> the test area the copy is written to - the directory must
      *> exist and not be the live directory; blank means
      *> .\test-area
       01 targetParm pic x(60).

       procedure division using targetParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           perform 0100-build-paths
      *> the copy is written with open output - pointed at the
      *> live directory it would replace the files it copies
           if wsTargetDir = "." or wsTargetDir = ".\"
               display "test area cannot be the live directory,"
                   " nothing copied"
               goback
           end-if

           open input datafile
           if fs-datafile not = "00" and fs-datafile not = "05"
               display "datafile not readable, file status "
                   fs-datafile ", nothing copied"
               goback
           end-if
           open input cityFile
           if fs-city = "00"
               move "Y" to wsCityPresent
           end-if
           open output originalsFile
           close originalsFile
           open i-o originalsFile
           perform 1000-collect-originals

           perform 2000-copy-datafile
           if wsTargetOk = "Y"
               perform 3000-copy-interactions
               perform 3100-copy-addresses
               perform 3200-copy-relationships
               perform 3300-copy-receivables
               perform 3400-copy-register
               perform 3500-copy-city-master
           end-if
           close datafile
           close cityFile

           if wsTargetOk = "Y"
               perform 4000-certify-datafile
               perform 4100-certify-interactions
               perform 4200-certify-addresses
               perform 5000-write-certificate
           end-if
           close originalsFile

           display "original values:    " originalsCount
           display "records copied:     " fc-copied(fileDatafile)
           display "cities not on master: " cityUnmatchedCount
           if wsAllCertified = "Y"
               display "test copy certified - no original name,"
                   " phone or email survived"
           else
               display "test copy NOT certified - see"
                   " test-copy-certificate.txt"
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance, and a read that races the rebuild is how
      *> a reorganization fails at 2 a.m.
       0010-check-quiesce section.
           move "N" to wsQuiesced
           move "N" to wsLockEof
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
           end-if
           close connectionFile
           move "N" to wsLockEof
           .

       0100-build-paths section.
           move targetParm to wsTargetDir
           if wsTargetDir = spaces
               move ".\test-area" to wsTargetDir
           end-if
           string function trim(wsTargetDir) "\records.txt"
               delimited by size into wsTestDataPath
           string function trim(wsTargetDir)
                  "\records-interactions.txt"
               delimited by size into wsTestInteractionPath
           string function trim(wsTargetDir) "\records-addresses.txt"
               delimited by size into wsTestAddressPath
           string function trim(wsTargetDir)
                  "\records-relationships.txt"
               delimited by size into wsTestRelationshipPath
           string function trim(wsTargetDir) "\receivables-master.txt"
               delimited by size into wsTestMasterPath
           string function trim(wsTargetDir) "\invoice-register.txt"
               delimited by size into wsTestRegisterPath
           string function trim(wsTargetDir) "\city-master.txt"
               delimited by size into wsTestCityPath

           initialize fileCounts
           move "records.txt" to fc-name(fileDatafile)
           move "records-interactions.txt" to fc-name(fileInteractions)
           move "records-addresses.txt" to fc-name(fileAddresses)
           move "records-relationships.txt" to fc-name(fileRelations)
           move "receivables-master.txt" to fc-name(fileReceivables)
           move "invoice-register.txt" to fc-name(fileRegister)
           move "city-master.txt" to fc-name(fileCityMaster)
           .

      *> one pass over the live datafile, every non-blank personal
      *> value written once - a value already there is skipped
       1000-collect-originals section.
           move "N" to eof
           move zeros to recordId of rec
           start datafile key is >= recordId of rec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read datafile next record
                   at end
                       move "Y" to eof
                   not at end
                       move recordName of rec to wsCandidate
                       perform 1100-add-original
                       move recordFamily of rec to wsCandidate
                       perform 1100-add-original
                       move recordPhone of rec to wsCandidate
                       perform 1100-add-original
                       move recordMobile of rec to wsCandidate
                       perform 1100-add-original
                       move recordEmail of rec to wsCandidate
                       perform 1100-add-original
               end-read
           end-perform
           .

       1100-add-original section.
           if wsCandidate not = spaces
               move wsCandidate to ov-value
               write originalsRec
                   invalid key
                       continue
                   not invalid key
                       add 1 to originalsCount
               end-write
           end-if
           .

      *> wsFound "Y" when wsCandidate is one of the original values
       1200-is-original section.
           move "N" to wsFound
           if wsCandidate not = spaces
               move wsCandidate to ov-value
               read originalsFile
                   key is ov-value
                   invalid key
                       continue
                   not invalid key
                       move "Y" to wsFound
               end-read
           end-if
           .

       2000-copy-datafile section.
           open output testDatafile
           if fs-test not = "00"
               display "test area " function trim(wsTargetDir)
                   " not writable, file status " fs-test
                   ", nothing copied"
               move "N" to wsTargetOk
           else
               move "N" to eof
               move zeros to recordId of rec
               start datafile key is >= recordId of rec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read datafile next record
                       at end
                           move "Y" to eof
                       not at end
                           move rec to testRec
                           perform 2100-pseudonymize-record
                           write testRec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to fc-copied(fileDatafile)
                           end-write
                   end-read
               end-perform
               close testDatafile
           end-if
           .

       2100-pseudonymize-record section.
           move recordId of rec to wsIdDigits
           compute pickSub
               = function rem(recordId of rec, fakeFirstCount) + 1
           perform 2200-pick-first-name
           move wsCandidate to recordName of testRec
           compute pickSub
               = function rem(recordId of rec / fakeFirstCount,
                              fakeFamilyCount) + 1
           perform 2300-pick-family-name
           move wsCandidate to recordFamily of testRec

           if recordPhone of rec not = spaces
               move spaces to wsCandidate
               string "0000 " wsIdDigits
                   delimited by size into wsCandidate
               move wsCandidate to recordPhone of testRec
           end-if
           if recordMobile of rec not = spaces
               move spaces to wsCandidate
               string "0009 " wsIdDigits
                   delimited by size into wsCandidate
               move wsCandidate to recordMobile of testRec
           end-if
           if recordEmail of rec not = spaces
               move spaces to wsCandidate
               string "c" wsIdDigits "@example.invalid"
                   delimited by size into wsCandidate
               move wsCandidate to recordEmail of testRec
           end-if
           if recordStreet of rec not = spaces
               move recordId of rec to wsStreetSeed
               perform 2400-build-street
               move wsCandidate to recordStreet of testRec
           end-if
           move recordCity of rec to cityName of cityMasterRec
           move recordCode of rec to recordCode of testRec
           perform 2500-redraw-postal-code
           if wsFound = "Y"
               move wsCodeRange to recordCode of testRec
           end-if
           .

       2200-pick-first-name section.
           move "N" to wsPicked
           move 0 to pickTries
           perform until wsPicked = "Y"
               move fakeFirst(pickSub) to wsCandidate
               perform 1200-is-original
               add 1 to pickTries
               if wsFound = "N" or pickTries >= fakeFirstCount
                   move "Y" to wsPicked
               else
                   add 1 to pickSub
                   if pickSub > fakeFirstCount
                       move 1 to pickSub
                   end-if
               end-if
           end-perform
           if wsFound = "Y"
               move spaces to wsCandidate
               string "Testname" wsIdDigits
                   delimited by size into wsCandidate
           end-if
           .

       2300-pick-family-name section.
           move "N" to wsPicked
           move 0 to pickTries
           perform until wsPicked = "Y"
               move fakeFamily(pickSub) to wsCandidate
               perform 1200-is-original
               add 1 to pickTries
               if wsFound = "N" or pickTries >= fakeFamilyCount
                   move "Y" to wsPicked
               else
                   add 1 to pickSub
                   if pickSub > fakeFamilyCount
                       move 1 to pickSub
                   end-if
               end-if
           end-perform
           if wsFound = "Y"
               move spaces to wsCandidate
               string "Testfamily" wsIdDigits
                   delimited by size into wsCandidate
           end-if
           .

      *> house number and street off wsStreetSeed
       2400-build-street section.
           compute wsHouseNo = function rem(wsStreetSeed, 97) + 1
           compute pickSub
               = function rem(wsStreetSeed / 97, fakeStreetCount) + 1
           move spaces to wsCandidate
           string function trim(wsHouseNo) " " fakeStreet(pickSub)
               delimited by size into wsCandidate
           .

      *> cityName of cityMasterRec is the city; wsFound "Y" and the
      *> new code in wsCodeRange when the city is on the master
       2500-redraw-postal-code section.
           move "N" to wsFound
           if wsCityPresent = "Y"
               read cityFile
                   key is cityName of cityMasterRec
                   invalid key
                       add 1 to cityUnmatchedCount
                   not invalid key
                       if cityPostalHigh of cityMasterRec
                          >= cityPostalLow of cityMasterRec
                           move "Y" to wsFound
                           compute wsCodeRange
                               = cityPostalHigh of cityMasterRec
                               - cityPostalLow of cityMasterRec + 1
                           compute wsCodeRange
                               = cityPostalLow of cityMasterRec
                               + function rem(wsIdDigits,
                                              wsCodeRange)
                       end-if
               end-read
           else
               add 1 to cityUnmatchedCount
           end-if
           .

      *> notes are free text and may name anyone, so none survives
       3000-copy-interactions section.
           open input interactionFile
           open output testInteractionFile
           if fs-interaction = "00"
               move "N" to eof
               perform until eof = "Y"
                   read interactionFile next record
                       at end
                           move "Y" to eof
                       not at end
                           move interactionRec to testInteractionRec
                           if interactionNote of interactionRec
                               not = spaces
                               move "contact note - text withheld"
                                   to interactionNote
                                      of testInteractionRec
                           end-if
                           write testInteractionRec
                               invalid key
                                   continue
                               not invalid key
                                   add 1
                                     to fc-copied(fileInteractions)
                           end-write
                   end-read
               end-perform
           end-if
           close interactionFile
           close testInteractionFile
           .

      *> a seasonal street is seeded one on from the home street,
      *> so the two differ in the copy as they do in life
       3100-copy-addresses section.
           open input addressFile
           open output testAddressFile
           if fs-address = "00"
               move "N" to eof
               perform until eof = "Y"
                   read addressFile next record
                       at end
                           move "Y" to eof
                       not at end
                           move addressRec to testAddressRec
                           move addressRecordId of addressRec
                               to wsIdDigits
                           if addressStreet of addressRec
                               not = spaces
                               compute wsStreetSeed
                                   = addressRecordId of addressRec + 1
                               perform 2400-build-street
                               move wsCandidate
                                   to addressStreet of testAddressRec
                           end-if
                           move addressCity of addressRec
                               to cityName of cityMasterRec
                           perform 2500-redraw-postal-code
                           if wsFound = "Y"
                               move wsCodeRange
                                   to addressCode of testAddressRec
                           end-if
                           write testAddressRec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to fc-copied(fileAddresses)
                           end-write
                   end-read
               end-perform
           end-if
           close addressFile
           close testAddressFile
           .

      *> ids and roles only - copied as they stand
       3200-copy-relationships section.
           open input relationshipFile
           open output testRelationshipFile
           if fs-relationship = "00"
               move "N" to eof
               perform until eof = "Y"
                   read relationshipFile next record
                       at end
                           move "Y" to eof
                       not at end
                           write testRelationshipRec
                               from relationshipRec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to fc-copied(fileRelations)
                           end-write
                   end-read
               end-perform
           end-if
           close relationshipFile
           close testRelationshipFile
           .

      *> invoice numbers, recordIds and amounts - copied as they
      *> stand so every invoice still ties to its contact
       3300-copy-receivables section.
           open input receivablesFile
           open output testReceivablesFile
           if fs-master = "00"
               move "N" to eof
               perform until eof = "Y"
                   read receivablesFile next record
                       at end
                           move "Y" to eof
                       not at end
                           write testReceivableRec
                               from receivableRec
                               invalid key
                                   continue
                               not invalid key
                                   add 1
                                     to fc-copied(fileReceivables)
                           end-write
                   end-read
               end-perform
           end-if
           close receivablesFile
           close testReceivablesFile
           .

       3400-copy-register section.
           open input registerFile
           open output testRegisterFile
           if fs-register = "00"
               move "N" to eof
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           write testRegisterLine from registerLine
                           add 1 to fc-copied(fileRegister)
                   end-read
               end-perform
           end-if
           close registerFile
           close testRegisterFile
           .

       3500-copy-city-master section.
           open output testCityFile
           if wsCityPresent = "Y"
               move "N" to eof
               move low-values to cityName of cityMasterRec
               start cityFile key is >= cityName of cityMasterRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read cityFile next record
                       at end
                           move "Y" to eof
                       not at end
                           write testCityRec from cityMasterRec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to fc-copied(fileCityMaster)
                           end-write
                   end-read
               end-perform
           end-if
           close testCityFile
           .

      *> the copy as written, read back - every name, family,
      *> phone, mobile and email looked up against the originals
       4000-certify-datafile section.
           open input testDatafile
           if fs-test = "00"
               move "N" to eof
               move zeros to recordId of testRec
               start testDatafile key is >= recordId of testRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read testDatafile next record
                       at end
                           move "Y" to eof
                       not at end
                           move fileDatafile to fileSub
                           move recordName of testRec to wsCandidate
                           perform 4500-check-field
                           move recordFamily of testRec
                               to wsCandidate
                           perform 4500-check-field
                           move recordPhone of testRec to wsCandidate
                           perform 4500-check-field
                           move recordMobile of testRec
                               to wsCandidate
                           perform 4500-check-field
                           move recordEmail of testRec to wsCandidate
                           perform 4500-check-field
                   end-read
               end-perform
           end-if
           close testDatafile
           .

       4100-certify-interactions section.
           open input testInteractionFile
           if fs-test = "00"
               move "N" to eof
               perform until eof = "Y"
                   read testInteractionFile next record
                       at end
                           move "Y" to eof
                       not at end
                           move fileInteractions to fileSub
                           move interactionNote of testInteractionRec
                               to wsCandidate
                           perform 4500-check-field
                   end-read
               end-perform
           end-if
           close testInteractionFile
           .

       4200-certify-addresses section.
           open input testAddressFile
           if fs-test = "00"
               move "N" to eof
               perform until eof = "Y"
                   read testAddressFile next record
                       at end
                           move "Y" to eof
                       not at end
                           move fileAddresses to fileSub
                           move addressStreet of testAddressRec
                               to wsCandidate
                           perform 4500-check-field
                   end-read
               end-perform
           end-if
           close testAddressFile
           .

       4500-check-field section.
           if wsCandidate not = spaces
               add 1 to fc-checked(fileSub)
               perform 1200-is-original
               if wsFound = "Y"
                   add 1 to fc-surviving(fileSub)
                   move "N" to wsAllCertified
               end-if
           end-if
           .

       5000-write-certificate section.
           open output certificateFile
           move wsRunDate to ch-runDate
           move wsTargetDir to ch-target
           write certificateLine from certificateHeading
           move spaces to certificateLine
           write certificateLine
           write certificateLine from certificateColumns
           move 1 to fileSub
           perform until fileSub > 7
               move spaces to certificateDetail
               move fc-name(fileSub) to cd-file
               move fc-copied(fileSub) to cd-copied
               move fc-checked(fileSub) to cd-checked
               move fc-surviving(fileSub) to cd-surviving
               evaluate true
                   when fc-surviving(fileSub) > 0
                       move "NOT CERTIFIED" to cd-verdict
                   when fc-checked(fileSub) = 0
                        and (fileSub = fileRelations
                             or fileSub = fileReceivables
                             or fileSub = fileRegister
                             or fileSub = fileCityMaster)
                       move "NO PERSONAL" to cd-verdict
                   when other
                       move "CERTIFIED" to cd-verdict
               end-evaluate
               write certificateLine from certificateDetail
               add 1 to fileSub
           end-perform
           move spaces to certificateLine
           write certificateLine
           move originalsCount to ct-originals
           move cityUnmatchedCount to ct-unmatched
           write certificateLine from certificateTotal
           if wsAllCertified = "Y"
               move "CERTIFIED - NO ORIGINAL VALUE SURVIVED"
                   to cv-verdict
           else
               move "NOT CERTIFIED - DO NOT RELEASE"
                   to cv-verdict
           end-if
           write certificateLine from certificateVerdict
           close certificateFile
           .

       end program anonymizedTestCopy.
