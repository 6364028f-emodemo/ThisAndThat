      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The verification queue for the customers' own change
      *> requests that changeRequestIntake took in from the web
      *> channel.  Pages through change-request-queue.txt in the
      *> suspenseCorrectionScreen style, showing for each request
      *> the contact it was matched to, the match score and which
      *> identifying details matched, and every field it would
      *> change next to what the contact has now.  An approved
      *> request is laid over the contact as it stands and goes
      *> through rewriteRecordFunc, so the audit log and field
      *> history fire; a refused rewrite stays queued with the
      *> reason shown.  A request marked for two approvals - the
      *> address and a contact point changed together, or a low
      *> score - is only applied on the approval of a second
      *> operator after the first; the first approval just marks it.
      *> A request matched to nobody can only be rejected.  Every
      *> decision is logged with the operator to
      *> change-request-decisions.txt; decided requests drop off the
      *> queue, the rest go back on it.
       program-id. changeRequestScreen as "changeRequestScreen".

       environment division.
       input-output section.
       file-control.
           select queueFile
           assign to ".\change-request-queue.txt"
           organization is line sequential
           file status is fs-queue.

           select optional decisionFile
           assign to ".\change-request-decisions.txt"
           organization is line sequential.

       data division.
       file section.
       fd queueFile.
       01 queueRec.
       copy "changerequest.cpy".

       fd decisionFile.
       01 decisionLine.
           03 dc-timestamp pic x(14).
           03 filler       pic x(1) value space.
           03 dc-requestId pic x(12).
           03 filler       pic x(1) value space.
           03 dc-recordId  pic 9(9).
           03 filler       pic x(1) value space.
      *> APPROVED, FIRST-OK (first of two), REJECTED, or REFUSED
      *> (approved but the rewrite would not take it)
           03 dc-decision  pic x(8).
           03 filler       pic x(1) value space.
           03 dc-operator  pic x(8).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 recSub pic 9(9) comp-5 value 1.
       01 fs-queue pic x(2).
       01 wsDone pic x(1) value "N".
       01 wsAction pic x(1).
       01 wsMessage pic x(60) value spaces.
       01 wsReason  pic x(40) value spaces.
       01 wsDecision pic x(8) value spaces.
       01 credentialBlock.
           03 operatorId  pic x(8) value spaces.
           03 passwordIn  pic x(12) value spaces.
           03 newPassword pic x(12) value spaces.
       01 approvedCount pic 9(9) comp-5 value 0.
       01 firstCount    pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 refusedCount  pic 9(9) comp-5 value 0.
       01 dcTimestampDate pic 9(8).
       01 dcTimestampTime pic 9(8).
      *> the whole queue held while it is worked
       01 requestTable.
           03 requestEntry occurs 2000 times.
               copy "changerequest.cpy" replacing ==02== by ==05==
                                                  ==03== by ==07==.
       01 requestCount pic 9(9) comp-5 value 0.
      *> the request on screen, and the contact as it stands
       01 workRequest.
       copy "changerequest.cpy" replacing ==02== by ==03==
                                          ==03== by ==05==.
       01 currentRec.
       copy "records.cpy" replacing ==02== by ==03==.
       01 wsContactFound pic x(1) value "N".
       01 wsStatusText pic x(40).
       01 wsMatchText pic x(40).

       screen section.
       01 requestScreen.
           03 blank screen.
           03 line 1 column 2
              value "CUSTOMER CHANGE REQUEST - VERIFICATION".
           03 line 2  column 2  value "request:".
           03 line 2  column 15 pic x(12) from crRequestId
              of workRequest.
           03 line 2  column 30 value "received:".
           03 line 2  column 40 pic 9(8) from crReceived
              of workRequest.
           03 line 3  column 2  value "recordId:".
           03 line 3  column 15 pic 9(9) from crRecordId
              of workRequest.
           03 line 3  column 30 value "score:".
           03 line 3  column 40 pic zz9 from crScore of workRequest.
           03 line 4  column 2  value "matched:".
           03 line 4  column 15 pic x(40) from wsMatchText.
           03 line 5  column 2  value "status:".
           03 line 5  column 15 pic x(40) from wsStatusText.
           03 line 7  column 15 value "NOW".
           03 line 7  column 47 value "ASKED FOR".
           03 line 8  column 2  value "name:".
           03 line 8  column 15 pic x(30)
              from recordName of currentRec.
           03 line 9  column 2  value "family:".
           03 line 9  column 15 pic x(30)
              from recordFamily of currentRec.
           03 line 10 column 2  value "street:".
           03 line 10 column 15 pic x(30)
              from recordStreet of currentRec.
           03 line 10 column 47 pic x(30)
              from crNewStreet of workRequest.
           03 line 11 column 2  value "city:".
           03 line 11 column 15 pic x(20)
              from recordCity of currentRec.
           03 line 11 column 47 pic x(20)
              from crNewCity of workRequest.
           03 line 12 column 2  value "postal code:".
           03 line 12 column 15 pic 9(5)
              from recordCode of currentRec.
           03 line 12 column 47 pic x(5)
              from crNewCode of workRequest.
           03 line 13 column 2  value "phone:".
           03 line 13 column 15 pic x(20)
              from recordPhone of currentRec.
           03 line 13 column 47 pic x(20)
              from crNewPhone of workRequest.
           03 line 14 column 2  value "mobile:".
           03 line 14 column 15 pic x(20)
              from recordMobile of currentRec.
           03 line 14 column 47 pic x(20)
              from crNewMobile of workRequest.
           03 line 15 column 2  value "email:".
           03 line 15 column 15 pic x(30)
              from recordEmail of currentRec.
           03 line 16 column 15 pic x(50)
              from crNewEmail of workRequest.
           03 line 18 column 2
              value "action (A=approve R=reject K=keep X=exit):".
           03 line 18 column 46 pic x(1) using wsAction.
           03 line 20 column 2 pic x(60) from wsMessage.

       procedure division.
       0000-mainline section.
           perform 1000-read-queue-file
           if requestCount = 0
               display "no change requests queued - nothing to verify"
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

           initialize arrayParent
           move readAllRecords to func
           call "recordsProgram" using func tmprec arrayParent

           move 1 to sub
           perform until sub > requestCount or wsDone = "Y"
               perform 2000-work-one-request
               add 1 to sub
           end-perform

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           perform 5000-rewrite-queue-file

           display "requests applied:       " approvedCount
           display "first approvals given:  " firstCount
           display "requests rejected:      " rejectedCount
           display "approved but refused:   " refusedCount
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

       1000-read-queue-file section.
           open input queueFile
           if fs-queue = "00"
               perform until eof = "Y"
                   read queueFile
                       at end
                           move "Y" to eof
                       not at end
                           if requestCount < 2000
                               add 1 to requestCount
                               move queueRec
                                   to requestEntry(requestCount)
                           end-if
                   end-read
               end-perform
               close queueFile
           else
               display "change-request queue not found, file status "
                   fs-queue
           end-if
           move "N" to eof
           .

       2000-work-one-request section.
           move requestEntry(sub) to workRequest
           perform 2100-find-contact
           perform 2200-describe-request
           move spaces to wsMessage
           move "K" to wsAction
           display requestScreen
           accept requestScreen
           evaluate wsAction
               when "A"
               when "a"
                   perform 3000-approve-request
               when "R"
               when "r"
                   move "R" to crStatus of workRequest
                   add 1 to rejectedCount
                   move "REJECTED" to wsDecision
                   perform 4000-log-decision
               when "X"
               when "x"
                   move "Y" to wsDone
               when other
                   continue
           end-evaluate
           move workRequest to requestEntry(sub)
           .

      *> the contact as it stands now, from the table read at
      *> sign-on - kept current as this session rewrites contacts
       2100-find-contact section.
           move "N" to wsContactFound
           move spaces to currentRec
           move 0 to recordCode of currentRec
           move 0 to matchSub
           if crRecordId of workRequest > 0
               move 1 to recSub
               perform until recSub > 5000
                             or recordId of array(recSub) = 0
                   if recordId of array(recSub)
                       = crRecordId of workRequest
                       move recSub to matchSub
                   end-if
                   add 1 to recSub
               end-perform
           end-if
           if matchSub > 0
               move array(matchSub) to currentRec
               move "Y" to wsContactFound
           end-if
           .

       2200-describe-request section.
           move spaces to wsMatchText
           string "name " crMatchName of workRequest
                  " phone " crMatchPhone of workRequest
                  " code " crMatchCode of workRequest
                  " invoice " crMatchInvoice of workRequest
                  "  (Y ok N wrong)"
               delimited by size into wsMatchText
               on overflow continue
           end-string
           move spaces to wsStatusText
           evaluate true
               when wsContactFound = "N"
                   move "NO CONTACT MATCHED - REJECT ONLY"
                       to wsStatusText
               when crStatus of workRequest = "F"
                   string "FIRST APPROVAL BY " delimited by size
                          crFirstBy of workRequest delimited by " "
                          " - NEEDS A SECOND" delimited by size
                       into wsStatusText
                       on overflow continue
                   end-string
               when crDual of workRequest = "Y"
                   move "NEEDS TWO APPROVALS" to wsStatusText
               when other
                   move "AWAITING APPROVAL" to wsStatusText
           end-evaluate
           .

       3000-approve-request section.
           evaluate true
               when wsContactFound = "N"
                   move "no contact matched - reject only"
                       to wsMessage
                   display wsMessage
               when crDual of workRequest = "Y"
                    and crStatus of workRequest = "P"
                   move "F" to crStatus of workRequest
                   move operatorId to crFirstBy of workRequest
                   add 1 to firstCount
                   move "FIRST-OK" to wsDecision
                   perform 4000-log-decision
               when crDual of workRequest = "Y"
                    and crFirstBy of workRequest = operatorId
                   move "the second approval must be another operator"
                       to wsMessage
                   display wsMessage
               when other
                   perform 3100-apply-request
           end-evaluate
           .

      *> the asked-for fields laid over the contact as it stands, so
      *> a change keyed since the request came in is not undone
       3100-apply-request section.
           move currentRec to tmprec
           if crNewStreet of workRequest not = spaces
               move crNewStreet of workRequest to recordStreet of tmprec
           end-if
           if crNewCity of workRequest not = spaces
               move crNewCity of workRequest to recordCity of tmprec
           end-if
           if crNewCode of workRequest not = spaces
               move crNewCode of workRequest to recordCode of tmprec
           end-if
           if crNewPhone of workRequest not = spaces
               move crNewPhone of workRequest to recordPhone of tmprec
           end-if
           if crNewEmail of workRequest not = spaces
               move crNewEmail of workRequest to recordEmail of tmprec
           end-if
           if crNewMobile of workRequest not = spaces
               move crNewMobile of workRequest to recordMobile of tmprec
           end-if
           move rewriteRecord to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code = err-success
               move tmprec to array(matchSub)
               move "A" to crStatus of workRequest
               add 1 to approvedCount
               move "APPROVED" to wsDecision
               perform 4000-log-decision
           else
               perform 8000-map-reason
               move wsReason to wsMessage
               display "rewrite refused: " wsMessage
               add 1 to refusedCount
               move "REFUSED" to wsDecision
               perform 4000-log-decision
               move err-success to return-code
           end-if
           .

       4000-log-decision section.
           accept dcTimestampDate from date yyyymmdd
           accept dcTimestampTime from time
           open extend decisionFile
           move spaces to decisionLine
           move dcTimestampDate to dc-timestamp(1:8)
           move dcTimestampTime(1:6) to dc-timestamp(9:6)
           move crRequestId of workRequest to dc-requestId
           move crRecordId of workRequest to dc-recordId
           move wsDecision to dc-decision
           move operatorId to dc-operator
           write decisionLine
           close decisionFile
           .

      *> applied and rejected requests drop off; the rest, first
      *> approvals included, go back on the queue
       5000-rewrite-queue-file section.
           open output queueFile
           move 1 to sub
           perform until sub > requestCount
               move requestEntry(sub) to queueRec
               if crStatus of queueRec = "P"
                  or crStatus of queueRec = "F"
                   write queueRec
               end-if
               add 1 to sub
           end-perform
           close queueFile
           .

      *> the return-code reason in plain language
       8000-map-reason section.
           evaluate return-code
               when err-missing-record
                   move "contact no longer on file" to wsReason
               when err-invalid-postal-code
                   move "postal code out of range for the city"
                       to wsReason
               when err-invalid-phone
                   move "phone does not match city dial prefix"
                       to wsReason
               when err-not-authorized
                   move "operator not authorized" to wsReason
               when other
                   move "refused - see return-code" to wsReason
           end-evaluate
           .

       end program changeRequestScreen.
