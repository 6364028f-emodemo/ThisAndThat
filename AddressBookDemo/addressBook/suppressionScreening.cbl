      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Screens datafile against the industry deceased and gone-away
      *> suppression files we buy, so a contact who has died or moved
      *> on is taken out of the post before the first letter goes -
      *> returnedMailCapture only hears of a dead address once we
      *> have paid to post to it, and a bereaved family is never
      *> written to.  deceased-file.txt and gone-away-file.txt carry
      *> the supplier's name, family, street and postal code.
      *> Matching is duplicateSuspectReport's: the family must agree
      *> and the given names are held position by position, two or
      *> fewer differing positions counting as similar.  The match is
      *> graded -
      *>   100 same given name, street and postal code
      *>    90 similar given name, same street and postal code
      *>    70 same or similar given name and postal code, other
      *>       street
      *>    60 same or similar given name and street, other postal
      *>       code
      *> 90 and over is confirmed: the contact is flagged on
      *> records-suppression.txt and the match filed as an
      *> interaction on the contact.  60 and 70 are possible matches
      *> for a person to judge - they go on the review worklist,
      *> suppression-review.txt, that suppressionReviewScreen works.
      *> A contact already suppressed, or a pairing the worklist has
      *> already seen, is passed by.  suppression-screening.txt lists
      *> what this run confirmed and queued.
       program-id. suppressionScreening as "suppressionScreening".

       environment division.
       input-output section.
       file-control.
      *> the supplier files, one per suppression reason
           select supplierFile assign to wsSupplierPath
           organization is line sequential
           file status is fs-supplier.

           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

           select optional reviewFile
           assign to ".\suppression-review.txt"
           organization is line sequential
           file status is fs-review.

           select reportFile
           assign to ".\suppression-screening.txt"
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

       fd supplierFile.
       01 supplierLine.
           03 sf-name   pic x(30).
           03 filler    pic x(1).
           03 sf-family pic x(30).
           03 filler    pic x(1).
           03 sf-street pic x(30).
           03 filler    pic x(1).
           03 sf-code   pic x(5).

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       fd reviewFile.
       01 reviewRec.
       copy "suppreview.cpy".

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 interactionParent redefines arrayParent.
       copy "interaction.cpy" replacing ==02== by ==03==
                                        ==03== by ==04==.
      *> the records, kept apart from arrayParent, which each
      *> interaction filed overlays
       01 recordTable.
           03 recordEntry occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 recordCount pic 9(9) comp-5 value 0.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       78 jobOperator value "SUPPSCRN".
       01 wsJobOperator pic x(8) value jobOperator.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 recSub pic 9(9) comp-5 value 1.
       01 fs-supplier    pic x(2).
       01 fs-suppression pic x(2).
       01 fs-review      pic x(2).
       01 wsSupplierPath pic x(30).
       01 wsReason pic x(1).
       01 wsReasonText pic x(9).
       01 wsRunDate pic 9(8).
      *> the supplier row and the record in hand, upper-cased once
       01 wsSupName   pic x(30).
       01 wsSupFamily pic x(30).
       01 wsSupStreet pic x(30).
       01 wsSupCode   pic 9(5).
       01 wsSupCodeOk pic x(1).
       01 wsRecName   pic x(30).
       01 wsRecStreet pic x(30).
       01 wsDiffCount pic 9(2) comp-5 value 0.
       01 charSub pic 9(2) comp-5 value 1.
       01 wsScore pic 9(3) value 0.
       01 wsSameStreet pic x(1).
       01 wsSameCode   pic x(1).
       01 wsSuppressed pic x(1).
       01 wsSeen pic x(1).
      *> every pairing the worklist already holds, whatever its
      *> status, and the ones this run adds
       01 seenTable.
           03 seenEntry occurs 5000 times.
               05 sn-recordId pic 9(9).
               05 sn-reason   pic x(1).
               05 sn-name     pic x(30).
               05 sn-family   pic x(30).
               05 sn-street   pic x(30).
               05 sn-code     pic x(5).
       01 seenCount pic 9(9) comp-5 value 0.
       01 supplierRowCount pic 9(9) comp-5 value 0.
       01 confirmedCount pic 9(9) comp-5 value 0.
       01 queuedCount    pic 9(9) comp-5 value 0.
       01 alreadyCount   pic 9(9) comp-5 value 0.
       01 wsNoteText pic x(60).
       01 reportHeading.
           03 filler   pic x(36)
              value "DECEASED / GONE-AWAY SCREENING RUN ".
           03 rh-date  pic 9(8).
       01 columnHeading.
           03 filler pic x(10) value "RECORD".
           03 filler pic x(10) value "REASON".
           03 filler pic x(6)  value "SCORE".
           03 filler pic x(11) value "OUTCOME".
           03 filler pic x(31) value "NAME".
           03 filler pic x(30) value "FAMILY".
       01 detailLine.
           03 dl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-reason   pic x(9).
           03 filler      pic x(1) value space.
           03 dl-score    pic zz9.
           03 filler      pic x(3) value spaces.
           03 dl-outcome  pic x(10).
           03 filler      pic x(1) value space.
           03 dl-name     pic x(30).
           03 filler      pic x(1) value space.
           03 dl-family   pic x(30).
       01 trailerLine.
           03 tr-label pic x(24).
           03 tr-count pic z(8)9.

       procedure division.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd

           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if
           move signOnOperator to func
           call "recordsProgram" using func tmprec wsJobOperator
           initialize arrayParent
           move readAllRecords to func
           call "recordsProgram" using func tmprec arrayParent
           move 1 to recSub
           perform until recSub > 5000
                         or recordId of array(recSub) = 0
               move array(recSub) to recordEntry(recSub)
               move recSub to recordCount
               add 1 to recSub
           end-perform

           perform 0500-load-review-pairings
           open i-o suppressionFile
           open extend reviewFile
           open output reportFile
           move wsRunDate to rh-date
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading

           move "D" to wsReason
           move "DECEASED" to wsReasonText
           move ".\deceased-file.txt" to wsSupplierPath
           perform 1000-screen-one-supplier-file
           move "G" to wsReason
           move "GONE AWAY" to wsReasonText
           move ".\gone-away-file.txt" to wsSupplierPath
           perform 1000-screen-one-supplier-file

           perform 3000-write-trailer
           close reportFile
           close reviewFile
           close suppressionFile

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           display "supplier rows read:    " supplierRowCount
           display "contacts suppressed:   " confirmedCount
           display "sent for review:       " queuedCount
           display "already suppressed:    " alreadyCount
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

       0500-load-review-pairings section.
           move 0 to seenCount
           move "N" to eof
           open input reviewFile
           if fs-review = "00"
               perform until eof = "Y"
                   read reviewFile
                       at end
                           move "Y" to eof
                       not at end
                           if seenCount < 5000
                               add 1 to seenCount
                               move srRecordId of reviewRec
                                   to sn-recordId(seenCount)
                               move srReason of reviewRec
                                   to sn-reason(seenCount)
                               move srSupName of reviewRec
                                   to sn-name(seenCount)
                               move srSupFamily of reviewRec
                                   to sn-family(seenCount)
                               move srSupStreet of reviewRec
                                   to sn-street(seenCount)
                               move srSupCode of reviewRec
                                   to sn-code(seenCount)
                           end-if
                   end-read
               end-perform
           end-if
           close reviewFile
           move "N" to eof
           .

      *> a missing supplier file stands that half of the screening
      *> down - this quarter's file may simply not have arrived
       1000-screen-one-supplier-file section.
           move "N" to eof
           open input supplierFile
           if fs-supplier = "00"
               perform until eof = "Y"
                   read supplierFile
                       at end
                           move "Y" to eof
                       not at end
                           add 1 to supplierRowCount
                           perform 1100-screen-one-supplier-row
                   end-read
               end-perform
               close supplierFile
           else
               display wsReasonText " file not found, file status "
                   fs-supplier " - not screened"
           end-if
           move "N" to eof
           .

       1100-screen-one-supplier-row section.
           move function upper-case(sf-name) to wsSupName
           move function upper-case(sf-family) to wsSupFamily
           move function upper-case(sf-street) to wsSupStreet
           move "N" to wsSupCodeOk
           if sf-code is numeric
               move sf-code to wsSupCode
               move "Y" to wsSupCodeOk
           end-if
           move 1 to recSub
           perform until recSub > recordCount
               if function upper-case(recordFamily of
                       recordEntry(recSub)) = wsSupFamily
                  and wsSupFamily not = spaces
                   perform 2000-grade-one-match
               end-if
               add 1 to recSub
           end-perform
           .

      *> the family agrees - grade the rest of the match
       2000-grade-one-match section.
           move function upper-case(recordName of recordEntry(recSub))
               to wsRecName
           move function upper-case(recordStreet of
               recordEntry(recSub)) to wsRecStreet
           perform 2100-compare-given-names
           move "N" to wsSameStreet
           if wsRecStreet = wsSupStreet and wsSupStreet not = spaces
               move "Y" to wsSameStreet
           end-if
           move "N" to wsSameCode
           if wsSupCodeOk = "Y"
              and recordCode of recordEntry(recSub) = wsSupCode
               move "Y" to wsSameCode
           end-if
           evaluate true
               when wsDiffCount > 2
                   move 0 to wsScore
               when wsSameStreet = "Y" and wsSameCode = "Y"
                    and wsDiffCount = 0
                   move 100 to wsScore
               when wsSameStreet = "Y" and wsSameCode = "Y"
                   move 90 to wsScore
               when wsSameCode = "Y"
                   move 70 to wsScore
               when wsSameStreet = "Y"
                   move 60 to wsScore
               when other
                   move 0 to wsScore
           end-evaluate
           if wsScore > 0
               perform 2200-check-suppressed
               evaluate true
                   when wsSuppressed = "Y"
                       add 1 to alreadyCount
                   when wsScore >= 90
                       perform 2300-suppress-contact
                   when other
                       perform 2400-queue-for-review
               end-evaluate
           end-if
           .

      *> character-by-character difference count over the two given
      *> names, as duplicateSuspectReport counts them - two or fewer
      *> differing positions counts as similar
       2100-compare-given-names section.
           move 0 to wsDiffCount
           move 1 to charSub
           perform until charSub > 30
               if wsRecName(charSub:1) not = wsSupName(charSub:1)
                   add 1 to wsDiffCount
               end-if
               add 1 to charSub
           end-perform
           .

       2200-check-suppressed section.
           move "N" to wsSuppressed
           move recordId of recordEntry(recSub)
               to supRecordId of suppressionRec
           read suppressionFile
               key is supRecordId of suppressionRec
               invalid key
                   continue
               not invalid key
                   if supFlag of suppressionRec = "Y"
                       move "Y" to wsSuppressed
                   end-if
           end-read
           .

       2300-suppress-contact section.
           move recordId of recordEntry(recSub)
               to supRecordId of suppressionRec
           move "Y" to supFlag of suppressionRec
           move wsReason to supReason of suppressionRec
           move wsScore to supScore of suppressionRec
           move "S" to supSource of suppressionRec
           move wsRunDate to supDate of suppressionRec
           move wsJobOperator to supOperator of suppressionRec
           write suppressionRec
               invalid key
                   rewrite suppressionRec end-rewrite
           end-write
           add 1 to confirmedCount
           move "SUPPRESSED" to dl-outcome
           perform 2500-write-detail

           move spaces to wsNoteText
           string wsReasonText delimited by "  "
                  " FILE MATCH SCORE " delimited by size
                  wsScore delimited by size
                  " - MAIL SUPPRESSED" delimited by size
               into wsNoteText
               on overflow continue
           end-string
           initialize arrayParent
           move recordId of recordEntry(recSub)
               to interactionRecordId of interactionParent
           move wsNoteText to interactionNote of interactionParent
           move 0 to interactionFollowUp of interactionParent
           move "N" to interactionFollowDone of interactionParent
           move addInteraction to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not file the interaction for record "
                   recordId of recordEntry(recSub)
                   ", return-code " return-code
               move err-success to return-code
           end-if
           .

      *> a pairing the worklist has seen before - pending or already
      *> decided - is not put in front of the desk a second time
       2400-queue-for-review section.
           move "N" to wsSeen
           move 1 to sub
           perform until sub > seenCount or wsSeen = "Y"
               if sn-recordId(sub) = recordId of recordEntry(recSub)
                  and sn-reason(sub) = wsReason
                  and sn-name(sub) = sf-name
                  and sn-family(sub) = sf-family
                  and sn-street(sub) = sf-street
                  and sn-code(sub) = sf-code
                   move "Y" to wsSeen
               end-if
               add 1 to sub
           end-perform
           if wsSeen = "N"
               move spaces to reviewRec
               move wsRunDate to srFoundDate of reviewRec
               move recordId of recordEntry(recSub)
                   to srRecordId of reviewRec
               move wsReason to srReason of reviewRec
               move wsScore to srScore of reviewRec
               move sf-name to srSupName of reviewRec
               move sf-family to srSupFamily of reviewRec
               move sf-street to srSupStreet of reviewRec
               move sf-code to srSupCode of reviewRec
               move "P" to srStatus of reviewRec
               move 0 to srDecisionDate of reviewRec
               write reviewRec
               if seenCount < 5000
                   add 1 to seenCount
                   move recordId of recordEntry(recSub)
                       to sn-recordId(seenCount)
                   move wsReason to sn-reason(seenCount)
                   move sf-name to sn-name(seenCount)
                   move sf-family to sn-family(seenCount)
                   move sf-street to sn-street(seenCount)
                   move sf-code to sn-code(seenCount)
               end-if
               add 1 to queuedCount
               move "FOR REVIEW" to dl-outcome
               perform 2500-write-detail
           end-if
           .

       2500-write-detail section.
           move recordId of recordEntry(recSub) to dl-recordId
           move wsReasonText to dl-reason
           move wsScore to dl-score
           move recordName of recordEntry(recSub) to dl-name
           move recordFamily of recordEntry(recSub) to dl-family
           write reportLine from detailLine
           .

       3000-write-trailer section.
           move spaces to reportLine
           write reportLine
           move spaces to trailerLine
           move "SUPPLIER ROWS READ:" to tr-label
           move supplierRowCount to tr-count
           write reportLine from trailerLine
           move "CONTACTS SUPPRESSED:" to tr-label
           move confirmedCount to tr-count
           write reportLine from trailerLine
           move "SENT FOR REVIEW:" to tr-label
           move queuedCount to tr-count
           write reportLine from trailerLine
           move "ALREADY SUPPRESSED:" to tr-label
           move alreadyCount to tr-count
           write reportLine from trailerLine
           .

       end program suppressionScreening.
