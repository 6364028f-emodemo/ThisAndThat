      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The review worklist for the possible deceased and gone-away
      *> matches suppressionScreening was not sure enough of to act
      *> on.  Pages through the pending rows of suppression-review.txt
      *> in the changeRequestScreen style, showing the contact as it
      *> stands beside the entry on the supplier's file, with the
      *> match score.  Confirming flags the contact on
      *> records-suppression.txt, so the mailing jobs send it nothing
      *> more; rejecting records that the two are different people.
      *> Either way the decision is filed as an interaction on the
      *> contact with the operator's id, and the row keeps its
      *> decision on the worklist so the next screening does not ask
      *> again.  A contact no longer on file can only be rejected.
       program-id. suppressionReviewScreen as "suppressionReviewScreen".

       environment division.
       input-output section.
       file-control.
           select reviewFile
           assign to ".\suppression-review.txt"
           organization is line sequential
           file status is fs-review.

           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram - the
      *> screen only reads it, to show the contact under review
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

       data division.
       file section.
       fd reviewFile.
       01 reviewRec.
       copy "suppreview.cpy".

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       fd datafile.
       01 rec.
       copy "records.cpy".

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 interactionParent redefines arrayParent.
       copy "interaction.cpy" replacing ==02== by ==03==
                                        ==03== by ==04==.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-review pic x(2).
       01 fs-suppression pic x(2).
       01 fs-datafile pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsDone pic x(1) value "N".
       01 wsAction pic x(1).
       01 wsMessage pic x(60) value spaces.
       01 wsRunDate pic 9(8).
       01 credentialBlock.
           03 operatorId  pic x(8) value spaces.
           03 passwordIn  pic x(12) value spaces.
           03 newPassword pic x(12) value spaces.
       01 confirmedCount pic 9(9) comp-5 value 0.
       01 rejectedCount  pic 9(9) comp-5 value 0.
       01 pendingCount   pic 9(9) comp-5 value 0.
      *> the whole worklist held while it is worked
       01 reviewTable.
           03 reviewEntry occurs 5000 times.
               copy "suppreview.cpy" replacing ==02== by ==05==.
       01 reviewCount pic 9(9) comp-5 value 0.
      *> the row on screen, and the contact as it stands
       01 workReview.
       copy "suppreview.cpy" replacing ==02== by ==03==.
       01 currentRec.
       copy "records.cpy" replacing ==02== by ==03==.
       01 wsContactFound pic x(1) value "N".
       01 wsReasonText pic x(9).
       01 wsStatusText pic x(40).
       01 wsNoteText pic x(60).

       screen section.
       01 reviewScreen.
           03 blank screen.
           03 line 1 column 2
              value "DECEASED / GONE-AWAY MATCH - REVIEW".
           03 line 2  column 2  value "recordId:".
           03 line 2  column 15 pic 9(9) from srRecordId
              of workReview.
           03 line 2  column 30 value "found:".
           03 line 2  column 40 pic 9(8) from srFoundDate
              of workReview.
           03 line 3  column 2  value "file:".
           03 line 3  column 15 pic x(9) from wsReasonText.
           03 line 3  column 30 value "score:".
           03 line 3  column 40 pic zz9 from srScore of workReview.
           03 line 4  column 2  value "status:".
           03 line 4  column 15 pic x(40) from wsStatusText.
           03 line 6  column 15 value "ON FILE".
           03 line 6  column 47 value "SUPPLIER FILE".
           03 line 7  column 2  value "name:".
           03 line 7  column 15 pic x(30)
              from recordName of currentRec.
           03 line 7  column 47 pic x(30)
              from srSupName of workReview.
           03 line 8  column 2  value "family:".
           03 line 8  column 15 pic x(30)
              from recordFamily of currentRec.
           03 line 8  column 47 pic x(30)
              from srSupFamily of workReview.
           03 line 9  column 2  value "street:".
           03 line 9  column 15 pic x(30)
              from recordStreet of currentRec.
           03 line 9  column 47 pic x(30)
              from srSupStreet of workReview.
           03 line 10 column 2  value "postal code:".
           03 line 10 column 15 pic 9(5)
              from recordCode of currentRec.
           03 line 10 column 47 pic x(5)
              from srSupCode of workReview.
           03 line 11 column 2  value "city:".
           03 line 11 column 15 pic x(20)
              from recordCity of currentRec.
           03 line 13 column 2
              value "action (C=confirm R=reject K=keep X=exit):".
           03 line 13 column 46 pic x(1) using wsAction.
           03 line 15 column 2 pic x(60) from wsMessage.

       procedure division.
       0000-mainline section.
           perform 1000-read-review-file
           if pendingCount = 0
               display "no possible matches awaiting review"
               goback
           end-if

           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if

           perform 0500-sign-on
           if return-code not = err-success
               display "sign-on refused, return-code " return-code
               move closeFile to func
               call "recordsProgram" using func tmprec arrayParent
               goback
           end-if

           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           open input datafile
           open i-o suppressionFile

           move 1 to sub
           perform until sub > reviewCount or wsDone = "Y"
               if srStatus of reviewEntry(sub) = "P"
                   perform 2000-work-one-review
               end-if
               add 1 to sub
           end-perform

           close suppressionFile
           close datafile
           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           perform 5000-rewrite-review-file

           display "matches confirmed: " confirmedCount
           display "matches rejected:  " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-sign-on section.
           display "operator id:"
           accept operatorId
           display "password:"
           accept passwordIn
           move spaces to newPassword
           move signOnWithPassword to func
           call "recordsProgram" using func tmprec credentialBlock
           if return-code = err-password-change
               display "first use - choose a new password:"
               accept newPassword
               move signOnWithPassword to func
               call "recordsProgram" using func tmprec
                   credentialBlock
           end-if
           .

       1000-read-review-file section.
           open input reviewFile
           if fs-review = "00"
               perform until eof = "Y"
                   read reviewFile
                       at end
                           move "Y" to eof
                       not at end
                           if reviewCount < 5000
                               add 1 to reviewCount
                               move reviewRec
                                   to reviewEntry(reviewCount)
                               if srStatus of reviewRec = "P"
                                   add 1 to pendingCount
                               end-if
                           end-if
                   end-read
               end-perform
               close reviewFile
           else
               display "suppression review worklist not found,"
                   " file status " fs-review
           end-if
           move "N" to eof
           .

       2000-work-one-review section.
           move reviewEntry(sub) to workReview
           perform 2100-find-contact
           if srReason of workReview = "D"
               move "DECEASED" to wsReasonText
           else
               move "GONE AWAY" to wsReasonText
           end-if
           if wsContactFound = "Y"
               move "AWAITING REVIEW" to wsStatusText
           else
               move "CONTACT NO LONGER ON FILE - REJECT ONLY"
                   to wsStatusText
           end-if
           move spaces to wsMessage
           move "K" to wsAction
           display reviewScreen
           accept reviewScreen
           evaluate wsAction
               when "C"
               when "c"
                   if wsContactFound = "Y"
                       perform 3000-confirm-match
                   else
                       move "contact no longer on file - reject only"
                           to wsMessage
                       display wsMessage
                   end-if
               when "R"
               when "r"
                   perform 3100-reject-match
               when "X"
               when "x"
                   move "Y" to wsDone
               when other
                   continue
           end-evaluate
           move workReview to reviewEntry(sub)
           .

       2100-find-contact section.
           move "N" to wsContactFound
           move spaces to currentRec
           move 0 to recordCode of currentRec
           move srRecordId of workReview to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   continue
               not invalid key
                   move rec to currentRec
                   move "Y" to wsContactFound
           end-read
           .

       3000-confirm-match section.
           move srRecordId of workReview
               to supRecordId of suppressionRec
           move "Y" to supFlag of suppressionRec
           move srReason of workReview to supReason of suppressionRec
           move srScore of workReview to supScore of suppressionRec
           move "R" to supSource of suppressionRec
           move wsRunDate to supDate of suppressionRec
           move operatorId to supOperator of suppressionRec
           write suppressionRec
               invalid key
                   rewrite suppressionRec end-rewrite
           end-write
           move "C" to srStatus of workReview
           move wsRunDate to srDecisionDate of workReview
           move operatorId to srOperator of workReview
           add 1 to confirmedCount
           move spaces to wsNoteText
           string wsReasonText delimited by "  "
                  " CONFIRMED ON REVIEW BY " delimited by size
                  operatorId delimited by " "
                  " - MAIL SUPPRESSED" delimited by size
               into wsNoteText
               on overflow continue
           end-string
           perform 4000-file-interaction
           .

       3100-reject-match section.
           move "R" to srStatus of workReview
           move wsRunDate to srDecisionDate of workReview
           move operatorId to srOperator of workReview
           add 1 to rejectedCount
           if wsContactFound = "Y"
               move spaces to wsNoteText
               string wsReasonText delimited by "  "
                      " REJECTED ON REVIEW BY " delimited by size
                      operatorId delimited by " "
                      " - NOT THIS CONTACT" delimited by size
                   into wsNoteText
                   on overflow continue
               end-string
               perform 4000-file-interaction
           end-if
           .

       4000-file-interaction section.
           initialize arrayParent
           move srRecordId of workReview
               to interactionRecordId of interactionParent
           move wsNoteText to interactionNote of interactionParent
           move 0 to interactionFollowUp of interactionParent
           move "N" to interactionFollowDone of interactionParent
           move addInteraction to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not file the interaction, return-code "
                   return-code
               move err-success to return-code
           end-if
           .

      *> every row goes back, decided ones with their decision, so
      *> the screening knows the pairing has been judged
       5000-rewrite-review-file section.
           open output reviewFile
           move 1 to sub
           perform until sub > reviewCount
               move reviewEntry(sub) to reviewRec
               write reviewRec
               add 1 to sub
           end-perform
           close reviewFile
           .

       end program suppressionReviewScreen.
