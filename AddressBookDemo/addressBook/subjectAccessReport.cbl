      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The subject-access counterpart of complianceErasure - when a
      *> person asks what we hold about them, one run assembles it
      *> into subject-access-report.txt.  The person is named by
      *> recordId, or found by name/family or by a phone, mobile or
      *> email (the searchByNameFunc and findByContactPointFunc
      *> rules) on datafile and then records-archive.txt; more than
      *> one match lists the candidates and stops for a rerun by
      *> recordId.  The dossier carries the live or archived record,
      *> the seasonal addresses, the contact preferences, every
      *> relationship either side, the interaction notes, the nixie
      *> status, the tracked campaigns that mailed the person's city,
      *> the invoices on the receivables master with their payments
      *> and dunning letters, any rejected import or unmatched bank
      *> rows, and the date of every access-log read of the record -
      *> the READ and UNMASKED rows naming it and every whole-file
      *> READALL.  The change history itself is recordBiography's.
      *> It closes with a certificate of every file searched and how
      *> many entries each gave, laid out as the erasure certificate
      *> is.  The run is itself written to records-access.txt.
       program-id. subjectAccessReport as "subjectAccessReport".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this report at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional archiveFile
           assign to ".\records-archive.txt"
           organization is indexed
           access is dynamic
           record key recordId of archiveRec with no duplicates
           file status is fs-archive.

           select optional addressFile
           assign to ".\records-addresses.txt"
           organization is indexed
           access is dynamic
           record key addressKey of addressRec with no duplicates
           file status is fs-address.

           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

           select optional relationshipFile
           assign to ".\records-relationships.txt"
           organization is indexed
           access is dynamic
           record key relationshipKey of relationshipRec
               with no duplicates
           file status is fs-relationship.

           select optional interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select optional nixieFile assign to ".\records-nixie.txt"
           organization is indexed
           access is dynamic
           record key nixieRecordId of nixieRec
               with no duplicates
           file status is fs-nixie.

           select optional campaignFile assign to ".\campaigns.txt"
           organization is line sequential
           file status is fs-log.

           select optional campaignPieceFile
           assign to ".\campaign-pieces.txt"
           organization is line sequential
           file status is fs-log.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-log.

           select optional dunningFile
           assign to ".\dunning-history.txt"
           organization is line sequential
           file status is fs-log.

           select optional suspenseFile
           assign to ".\records-suspense.txt"
           organization is line sequential
           file status is fs-log.

           select optional paySuspenseFile
           assign to ".\payment-suspense.txt"
           organization is line sequential
           file status is fs-log.

           select optional accessFile
           assign to ".\records-access.txt"
           organization is line sequential
           file status is fs-log.

           select reportFile assign to ".\subject-access-report.txt"
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

       fd archiveFile.
       01 archiveRec.
       copy "records.cpy".

       fd addressFile.
       01 addressRec.
       copy "address.cpy".

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd relationshipFile.
       01 relationshipRec.
       copy "relationship.cpy".

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

       fd nixieFile.
       01 nixieRec.
       copy "nixie.cpy".

       fd campaignFile.
       01 campaignLine.
           03 cg-campaignId pic x(8).
           03 filler        pic x(1).
           03 cg-runDate    pic 9(8).
           03 filler        pic x(1).
           03 cg-job        pic x(16).
           03 filler        pic x(1).
           03 cg-criteria   pic x(40).
           03 filler        pic x(1).
           03 cg-pieceCount pic 9(9).
           03 filler        pic x(1).
           03 cg-verifiedCount pic x(9).

       fd campaignPieceFile.
       01 campaignPieceLine.
           03 cp-campaignId pic x(8).
           03 filler        pic x(1).
           03 cp-city       pic x(20).
           03 filler        pic x(1).
           03 cp-count      pic 9(9).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1).
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 ph-date      pic 9(8).
           03 filler       pic x(1).
           03 ph-amount    pic 9(9).
           03 filler       pic x(1).
           03 ph-runDate   pic 9(8).
           03 filler       pic x(1).
           03 ph-onAccount pic x(9).

       fd dunningFile.
       01 dunningLine.
           03 dh-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 dh-sentDate  pic 9(8).
           03 filler       pic x(1).
           03 dh-level     pic 9(1).

       fd suspenseFile.
       01 suspenseLine.
           03 sp-cycle      pic 9(1).
           03 filler        pic x(1).
           03 sp-returnCode pic 9(3).
           03 filler        pic x(1).
           03 sp-record.
               copy "records.cpy" replacing ==02== by ==05==.

       fd paySuspenseFile.
       01 paySuspenseLine.
           03 ps-reason    pic 9(3).
           03 filler       pic x(1).
           03 ps-date      pic 9(8).
           03 filler       pic x(1).
           03 ps-amount    pic 9(9).
           03 filler       pic x(1).
           03 ps-reference pic x(9).
           03 filler       pic x(1).
           03 ps-payerId   pic x(9).

       fd accessFile.
       01 accessLine.
           03 ac-timestamp    pic x(14).
           03 filler          pic x(1) value space.
           03 ac-operation    pic x(10).
           03 filler          pic x(1) value space.
           03 ac-recordCount  pic 9(5).
           03 filler          pic x(1) value space.
           03 ac-operator     pic x(8).
           03 filler          pic x(1) value space.
           03 ac-recordId     pic x(9).
           03 filler          pic x(1) value space.
           03 ac-source       pic x(24).

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 wsDatafilePath pic x(255).
       01 fs-datafile     pic x(2).
       01 fs-archive      pic x(2).
       01 fs-address      pic x(2).
       01 fs-preference   pic x(2).
       01 fs-relationship pic x(2).
       01 fs-interaction  pic x(2).
       01 fs-nixie        pic x(2).
       01 fs-master       pic x(2).
       01 fs-log          pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsSubjectId pic 9(9) value 0.
       01 wsSubjectCity pic x(20) value spaces.
      *> L live, A archived, N on neither file
       01 wsSubjectSource pic x(1) value "N".
       01 wsMatchCount pic 9(9) comp-5 value 0.
       01 wsHit pic x(1) value "N".
       01 foundCount pic 9(9) comp-5 value 0.
       01 wsIdText pic 9(9).
       01 wsAmount pic s9(9)v99.
       01 wsAmountEdit pic -(7)9.99.

      *> the subject's invoices, for the payment and dunning scans
       01 invoiceTable.
           03 invoiceEntry occurs 500 times pic 9(9).
       01 invoiceCount pic 9(9) comp-5 value 0.
      *> tracked campaigns that sent pieces to the subject's city
       01 campaignTable.
           03 campaignEntry occurs 200 times pic x(8).
       01 campaignCount pic 9(9) comp-5 value 0.
       01 sub pic 9(9) comp-5 value 1.
      *> one row per file searched, for the closing certificate
       01 certTable.
           03 certEntry occurs 20 times.
               05 ce-file  pic x(28).
               05 ce-count pic 9(9) comp-5.
       01 certCount pic 9(9) comp-5 value 0.

       01 sectionHeading.
           03 filler pic x(4) value "--- ".
           03 sh-title pic x(40).
       01 fieldLine.
           03 filler   pic x(2) value spaces.
           03 fl-label pic x(16).
           03 fl-value pic x(60).
       01 noneLine.
           03 filler pic x(20) value "  (none on file)".
       01 certificateDetail.
           03 cd-file    pic x(28).
           03 cd-action  pic x(12).
           03 cd-count   pic z(8)9.
           03 filler     pic x(8) value " entries".

       linkage section.
      *> the person - a recordId, or zero to find them by name/family
      *> (blank matches any, as searchByNameFunc) or, when supplied,
      *> by a contact point tried against phone, mobile and email
       01 recordIdParm pic 9(9).
       01 nameParm     pic x(30).
       01 familyParm   pic x(30).
       01 contactPointParm pic x(50).
      *> who is running the request, for the access trail
       01 operatorParm pic x(8).

       procedure division using recordIdParm nameParm familyParm
                                contactPointParm operatorParm.
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
           accept wsRunTime from time

           open input datafile
           open input archiveFile
           open output reportFile
           if recordIdParm is numeric and recordIdParm > 0
               move recordIdParm to wsSubjectId
           else
               perform 1000-find-subject
           end-if

           if wsSubjectId = 0
               if wsMatchCount = 0
                   display "no record matches - nothing reported"
                   move "no record matches the details given"
                       to reportLine
                   write reportLine
               else
                   display wsMatchCount " records match - rerun"
                       " with the recordId of the one meant"
               end-if
               close datafile
               close archiveFile
               close reportFile
               goback
           end-if

           move spaces to reportLine
           string "SUBJECT ACCESS REPORT - recordId "
                  wsSubjectId " - " wsRunDate
               delimited by size into reportLine
           end-string
           write reportLine
           perform 2000-report-record
           close datafile
           close archiveFile
           perform 2100-report-addresses
           perform 2200-report-preferences
           perform 2300-report-relationships
           perform 2400-report-interactions
           perform 2500-report-nixie
           perform 2600-report-campaigns
           perform 2700-report-invoices
           perform 2800-report-payments
           perform 2900-report-dunning
           perform 3000-report-import-suspense
           perform 3100-report-payment-suspense
           perform 3200-report-access-log
           perform 4000-log-this-run

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "FILES SEARCHED CERTIFICATE - recordId "
                  wsSubjectId " - " wsRunDate
               delimited by size into reportLine
           end-string
           write reportLine
           perform 9000-write-certificate
           close reportFile
           display "subject access report written for recordId "
               wsSubjectId
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

      *> every live and archived record meeting the details is a
      *> candidate; exactly one is the subject
       1000-find-subject section.
           move 0 to wsMatchCount
           if nameParm = spaces and familyParm = spaces
              and contactPointParm = spaces
               display "no recordId, name, family or contact point"
                   " given"
           else
               move "CANDIDATE RECORDS" to sh-title
               write reportLine from sectionHeading
               if fs-datafile = "00" or fs-datafile = "05"
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
                               perform 1100-test-candidate
                       end-read
                   end-perform
               end-if
               if fs-archive = "00"
                   move "N" to eof
                   move zeros to recordId of archiveRec
                   start archiveFile
                       key is >= recordId of archiveRec
                       invalid key
                           move "Y" to eof
                       not invalid key
                           continue
                   end-start
                   perform until eof = "Y"
                       read archiveFile next record
                           at end
                               move "Y" to eof
                           not at end
                               move archiveRec to rec
                               perform 1100-test-candidate
                       end-read
                   end-perform
               end-if
               if wsMatchCount > 1
                   move 0 to wsSubjectId
               end-if
           end-if
           .

       1100-test-candidate section.
           move "N" to wsHit
           if contactPointParm not = spaces
               if recordPhone of rec = contactPointParm(1:20)
                  or recordMobile of rec = contactPointParm(1:20)
                  or recordEmail of rec = contactPointParm
                   move "Y" to wsHit
               end-if
           else
               if (nameParm = spaces
                      or recordName of rec = nameParm)
                  and (familyParm = spaces
                      or recordFamily of rec = familyParm)
                   move "Y" to wsHit
               end-if
           end-if
           if wsHit = "Y"
               add 1 to wsMatchCount
               move recordId of rec to wsSubjectId
               move recordId of rec to wsIdText
               move spaces to reportLine
               string "  " wsIdText "  " recordName of rec " "
                      recordFamily of rec " " recordCity of rec
                   delimited by size into reportLine
               end-string
               write reportLine
               display reportLine
           end-if
           .

      *> the live record, else the archived image
       2000-report-record section.
           move "RECORD" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           move "N" to wsSubjectSource
           if fs-datafile = "00" or fs-datafile = "05"
               move wsSubjectId to recordId of rec
               read datafile
                   key is recordId of rec
                   invalid key
                       continue
                   not invalid key
                       move "L" to wsSubjectSource
               end-read
           end-if
           if wsSubjectSource = "N" and fs-archive = "00"
               move wsSubjectId to recordId of archiveRec
               read archiveFile
                   key is recordId of archiveRec
                   invalid key
                       continue
                   not invalid key
                       move "A" to wsSubjectSource
                       move archiveRec to rec
               end-read
           end-if
           evaluate wsSubjectSource
               when "L"
                   move "status" to fl-label
                   move "live record" to fl-value
                   write reportLine from fieldLine
                   perform 2050-print-record-fields
               when "A"
                   move "status" to fl-label
                   move "deleted - held on the archive" to fl-value
                   write reportLine from fieldLine
                   perform 2050-print-record-fields
               when other
                   write reportLine from noneLine
           end-evaluate
           move 0 to foundCount
           if wsSubjectSource = "L"
               move 1 to foundCount
           end-if
           move "records file" to cd-file
           perform 8000-note-file
           move 0 to foundCount
           if wsSubjectSource = "A"
               move 1 to foundCount
           end-if
           move "archive file" to cd-file
           perform 8000-note-file
           .

       2050-print-record-fields section.
           move recordCity of rec to wsSubjectCity
           move "name" to fl-label
           move recordName of rec to fl-value
           write reportLine from fieldLine
           move "family" to fl-label
           move recordFamily of rec to fl-value
           write reportLine from fieldLine
           move "street" to fl-label
           move recordStreet of rec to fl-value
           write reportLine from fieldLine
           move "postal code" to fl-label
           move recordCode of rec to fl-value
           write reportLine from fieldLine
           move "city" to fl-label
           move recordCity of rec to fl-value
           write reportLine from fieldLine
           move "phone" to fl-label
           move recordPhone of rec to fl-value
           write reportLine from fieldLine
           move "mobile" to fl-label
           move recordMobile of rec to fl-value
           write reportLine from fieldLine
           move "email" to fl-label
           move recordEmail of rec to fl-value
           write reportLine from fieldLine
           .

       2100-report-addresses section.
           move "SEASONAL ADDRESSES" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input addressFile
           if fs-address = "00"
               move "N" to eof
               move wsSubjectId
                   to addressRecordId of addressKey of addressRec
               move low-values
                   to addressType of addressKey of addressRec
               start addressFile
                   key is >= addressKey of addressRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read addressFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if addressRecordId of addressKey
                               of addressRec = wsSubjectId
                               add 1 to foundCount
                               move spaces to reportLine
                               string "  type "
                                   addressType of addressKey
                                       of addressRec
                                   "  " addressValidFrom of addressRec
                                   "-" addressValidTo of addressRec
                                   "  " addressStreet of addressRec
                                   " " addressCode of addressRec
                                   " " addressCity of addressRec
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           else
                               move "Y" to eof
                           end-if
                   end-read
               end-perform
           end-if
           close addressFile
           perform 8100-none-if-empty
           move "addresses file" to cd-file
           perform 8000-note-file
           .

       2200-report-preferences section.
           move "CONTACT PREFERENCES" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input preferenceFile
           if fs-preference = "00"
               move wsSubjectId to prefRecordId of preferenceRec
               read preferenceFile
                   key is prefRecordId of preferenceRec
                   invalid key
                       continue
                   not invalid key
                       move 1 to foundCount
                       move spaces to reportLine
                       string "  do-not-mail "
                              prefDoNotMail of preferenceRec
                              "  do-not-phone "
                              prefDoNotPhone of preferenceRec
                              "  channel " prefChannel of preferenceRec
                              "  recorded " prefDate of preferenceRec
                              " by " prefOperator of preferenceRec
                           delimited by size into reportLine
                       end-string
                       write reportLine
               end-read
           end-if
           close preferenceFile
           perform 8100-none-if-empty
           move "preferences file" to cd-file
           perform 8000-note-file
           .

      *> the subject can sit on either side of a relationship, so
      *> the whole file is read
       2300-report-relationships section.
           move "RELATIONSHIPS" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input relationshipFile
           if fs-relationship = "00"
               move "N" to eof
               perform until eof = "Y"
                   read relationshipFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if relRecordId1 of relationshipRec
                                  = wsSubjectId
                              or relRecordId2 of relationshipRec
                                  = wsSubjectId
                               add 1 to foundCount
                               move spaces to reportLine
                               move relRecordId1 of relationshipRec
                                   to wsIdText
                               string "  " wsIdText " "
                                   relRole of relationshipRec " "
                                   delimited by size into reportLine
                               end-string
                               move relRecordId2 of relationshipRec
                                   to wsIdText
                               move wsIdText to reportLine(24:9)
                               move relFlag of relationshipRec
                                   to reportLine(35:1)
                               write reportLine
                           end-if
                   end-read
               end-perform
           end-if
           close relationshipFile
           perform 8100-none-if-empty
           move "relationships file" to cd-file
           perform 8000-note-file
           .

       2400-report-interactions section.
           move "INTERACTION NOTES" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input interactionFile
           if fs-interaction = "00"
               move "N" to eof
               move wsSubjectId
                   to interactionRecordId of interactionRec
               move low-values
                   to interactionTimestamp of interactionRec
               start interactionFile
                   key is >= interactionKey of interactionRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read interactionFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if interactionRecordId of interactionRec
                               = wsSubjectId
                               add 1 to foundCount
                               move spaces to reportLine
                               string "  "
                                   interactionTimestamp
                                       of interactionRec
                                   "  " interactionNote
                                       of interactionRec
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           else
                               move "Y" to eof
                           end-if
                   end-read
               end-perform
           end-if
           close interactionFile
           perform 8100-none-if-empty
           move "interactions file" to cd-file
           perform 8000-note-file
           .

       2500-report-nixie section.
           move "UNDELIVERABLE ADDRESS (NIXIE) STATUS" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input nixieFile
           if fs-nixie = "00"
               move wsSubjectId to nixieRecordId of nixieRec
               read nixieFile
                   key is nixieRecordId of nixieRec
                   invalid key
                       continue
                   not invalid key
                       move 1 to foundCount
                       move spaces to reportLine
                       string "  flag " nixieFlag of nixieRec
                              "  returned pieces "
                              nixieBounceCount of nixieRec
                              "  last returned "
                              nixieLastDate of nixieRec
                           delimited by size into reportLine
                       end-string
                       write reportLine
               end-read
           end-if
           close nixieFile
           perform 8100-none-if-empty
           move "nixie file" to cd-file
           perform 8000-note-file
           .

      *> the mailing jobs record their pieces per city, not per
      *> person, so a tracked campaign is listed when it sent
      *> pieces to the subject's city
       2600-report-campaigns section.
           move "CAMPAIGNS MAILED TO THE SUBJECT'S CITY" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           move 0 to campaignCount
           if wsSubjectCity not = spaces
               open input campaignPieceFile
               if fs-log = "00"
                   move "N" to eof
                   perform until eof = "Y"
                       read campaignPieceFile
                           at end
                               move "Y" to eof
                           not at end
                               if cp-city = wsSubjectCity
                                  and campaignCount < 200
                                   add 1 to campaignCount
                                   move cp-campaignId to
                                       campaignEntry(campaignCount)
                               end-if
                       end-read
                   end-perform
               end-if
               close campaignPieceFile
               open input campaignFile
               if fs-log = "00"
                   move "N" to eof
                   perform until eof = "Y"
                       read campaignFile
                           at end
                               move "Y" to eof
                           not at end
                               perform 2650-match-campaign
                       end-read
                   end-perform
               end-if
               close campaignFile
           end-if
           perform 8100-none-if-empty
           move "campaign registry" to cd-file
           perform 8000-note-file
           .

       2650-match-campaign section.
           move 1 to sub
           perform until sub > campaignCount
               if campaignEntry(sub) = cg-campaignId
                   add 1 to foundCount
                   move spaces to reportLine
                   string "  " cg-campaignId "  " cg-runDate
                          "  " cg-job "  " cg-criteria
                       delimited by size into reportLine
                   end-string
                   write reportLine
                   move campaignCount to sub
               end-if
               add 1 to sub
           end-perform
           .

       2700-report-invoices section.
           move "INVOICES" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           move 0 to invoiceCount
           open input receivablesFile
           if fs-master = "00"
               move "N" to eof
               move wsSubjectId to rmRecordId of receivableRec
               start receivablesFile
                   key is = rmRecordId of receivableRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read receivablesFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if rmRecordId of receivableRec
                               not = wsSubjectId
                               move "Y" to eof
                           else
                               perform 2750-print-invoice
                           end-if
                   end-read
               end-perform
           end-if
           close receivablesFile
           perform 8100-none-if-empty
           move "receivables master" to cd-file
           perform 8000-note-file
           .

       2750-print-invoice section.
           add 1 to foundCount
           if invoiceCount < 500
               add 1 to invoiceCount
               move rmInvoiceNo of receivableRec
                   to invoiceEntry(invoiceCount)
           end-if
           move spaces to reportLine
           string "  invoice " rmInvoiceNo of receivableRec
                  "  dated " rmInvoiceDate of receivableRec
                  "  due " rmDueDate of receivableRec
                  "  status " rmStatus of receivableRec
                  "  hold " rmHold of receivableRec
               delimited by size into reportLine
           end-string
           compute wsAmount = rmDue of receivableRec / 100
           move wsAmount to wsAmountEdit
           move "  billed" to reportLine(80:8)
           move wsAmountEdit to reportLine(89:12)
           compute wsAmount = rmPaid of receivableRec / 100
           move wsAmount to wsAmountEdit
           move "paid" to reportLine(102:4)
           move wsAmountEdit to reportLine(107:12)
           write reportLine
           .

       2800-report-payments section.
           move "PAYMENTS" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input payHistoryFile
           if fs-log = "00"
               move "N" to eof
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           move ph-invoiceNo to wsIdText
                           perform 8200-is-subject-invoice
                           if wsHit = "Y"
                               add 1 to foundCount
                               compute wsAmount = ph-amount / 100
                               move wsAmount to wsAmountEdit
                               move spaces to reportLine
                               string "  " ph-type "  invoice "
                                   ph-invoiceNo "  valued " ph-date
                                   "  amount " wsAmountEdit
                                   "  posted " ph-runDate
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           perform 8100-none-if-empty
           move "payment history" to cd-file
           perform 8000-note-file
           .

       2900-report-dunning section.
           move "DUNNING LETTERS" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input dunningFile
           if fs-log = "00"
               move "N" to eof
               perform until eof = "Y"
                   read dunningFile
                       at end
                           move "Y" to eof
                       not at end
                           move dh-invoiceNo to wsIdText
                           perform 8200-is-subject-invoice
                           if wsHit = "Y"
                               add 1 to foundCount
                               move spaces to reportLine
                               string "  invoice " dh-invoiceNo
                                   "  level " dh-level
                                   "  sent " dh-sentDate
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           end-if
                   end-read
               end-perform
           end-if
           close dunningFile
           perform 8100-none-if-empty
           move "dunning history" to cd-file
           perform 8000-note-file
           .

      *> rejected import rows park a full record image
       3000-report-import-suspense section.
           move "REJECTED IMPORT ROWS (SUSPENSE)" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           open input suspenseFile
           if fs-log = "00"
               move "N" to eof
               perform until eof = "Y"
                   read suspenseFile
                       at end
                           move "Y" to eof
                       not at end
                           if recordId of sp-record = wsSubjectId
                               add 1 to foundCount
                               move spaces to reportLine
                               string "  cycle " sp-cycle
                                   "  reason " sp-returnCode "  "
                                   recordName of sp-record " "
                                   recordFamily of sp-record " "
                                   recordStreet of sp-record " "
                                   recordCity of sp-record " "
                                   recordPhone of sp-record
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           end-if
                   end-read
               end-perform
           end-if
           close suspenseFile
           perform 8100-none-if-empty
           move "suspense file" to cd-file
           perform 8000-note-file
           .

      *> unmatched bank rows whose payer reference is the recordId
       3100-report-payment-suspense section.
           move "UNMATCHED BANK ROWS (PAYMENT SUSPENSE)" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           move wsSubjectId to wsIdText
           open input paySuspenseFile
           if fs-log = "00"
               move "N" to eof
               perform until eof = "Y"
                   read paySuspenseFile
                       at end
                           move "Y" to eof
                       not at end
                           if ps-payerId is numeric
                              and ps-payerId = wsIdText
                               add 1 to foundCount
                               compute wsAmount = ps-amount / 100
                               move wsAmount to wsAmountEdit
                               move spaces to reportLine
                               string "  dated " ps-date
                                   "  amount " wsAmountEdit
                                   "  reference " ps-reference
                                   "  reason " ps-reason
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           end-if
                   end-read
               end-perform
           end-if
           close paySuspenseFile
           perform 8100-none-if-empty
           move "payment suspense" to cd-file
           perform 8000-note-file
           .

      *> READ and UNMASKED rows name the record; a READALL read
      *> every record on file, this one included
       3200-report-access-log section.
           move "ACCESS-LOG READS OF THE RECORD" to sh-title
           write reportLine from sectionHeading
           move 0 to foundCount
           move wsSubjectId to wsIdText
           open input accessFile
           if fs-log = "00"
               move "N" to eof
               perform until eof = "Y"
                   read accessFile
                       at end
                           move "Y" to eof
                       not at end
                           if ac-operation = "READALL"
                              or (ac-recordId is numeric
                                  and ac-recordId = wsIdText)
                               add 1 to foundCount
                               move spaces to reportLine
                               string "  " ac-timestamp(1:8)
                                   " " ac-timestamp(9:6)
                                   "  " ac-operation
                                   "  by " ac-operator
                                   "  " ac-source
                                   delimited by size into reportLine
                               end-string
                               write reportLine
                           end-if
                   end-read
               end-perform
           end-if
           close accessFile
           perform 8100-none-if-empty
           move "access log" to cd-file
           perform 8000-note-file
           .

      *> producing the dossier is itself a read of the record
       4000-log-this-run section.
           open extend accessFile
           move spaces to accessLine
           move wsRunDate to ac-timestamp(1:8)
           move wsRunTime(1:6) to ac-timestamp(9:6)
           move "SUBJECTAR" to ac-operation
           move 1 to ac-recordCount
           move operatorParm to ac-operator
           move wsIdText to ac-recordId
           move "subjectAccessReport" to ac-source
           write accessLine
           close accessFile
           .

      *> the certificate rows are gathered as each file is searched
      *> and printed together at the end
       8000-note-file section.
           if certCount < 20
               add 1 to certCount
               move cd-file to ce-file(certCount)
               move foundCount to ce-count(certCount)
           end-if
           .

       8100-none-if-empty section.
           if foundCount = 0
               write reportLine from noneLine
           end-if
           .

      *> wsHit "Y" when the invoice number in wsIdText is one of
      *> the subject's
       8200-is-subject-invoice section.
           move "N" to wsHit
           move 1 to sub
           perform until sub > invoiceCount or wsHit = "Y"
               if invoiceEntry(sub) = wsIdText
                   move "Y" to wsHit
               end-if
               add 1 to sub
           end-perform
           .

       9000-write-certificate section.
           move 1 to sub
           perform until sub > certCount
               move ce-file(sub) to cd-file
               move "searched" to cd-action
               move ce-count(sub) to cd-count
               write reportLine from certificateDetail
               add 1 to sub
           end-perform
           .

       end program subjectAccessReport.
