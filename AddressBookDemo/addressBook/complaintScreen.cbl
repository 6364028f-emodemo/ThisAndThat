      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Case screen for complaints, in the maintenanceScreen style -
      *> a complaint becomes a numbered case on complaint-cases.txt
      *> instead of a free-text note nobody can count.  The desk
      *> opens a case by number, lists a contact's cases, or takes a
      *> new one for a recordId; the case carries its category, the
      *> invoice when the complaint is about a charge (checked
      *> against the receivables master as that contact's invoice),
      *> the date received, the owner, and a summary.  K records the
      *> acknowledgment, R resolves the case with the resolution as
      *> given to the customer, and P reopens a resolved case.  The
      *> opening and the resolution are also filed on the contact's
      *> history through addInteractionFunc, so the contact view
      *> still shows them.
       program-id. complaintScreen as "complaintScreen".

       environment division.
       input-output section.
       file-control.
           select optional complaintFile
           assign to ".\complaint-cases.txt"
           organization is indexed
           access is dynamic
           record key cpCaseNo of complaintRec with no duplicates
           alternate record key cpRecordId of complaintRec
               with duplicates
           file status is fs-complaint.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram - the
      *> screen only reads it, to name the complaining contact
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

       data division.
       file section.
       fd complaintFile.
       01 complaintRec.
       copy "complaint.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

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
       01 wsDatafilePath pic x(255).
       01 fs-complaint pic x(2).
       01 fs-master    pic x(2).
       01 fs-datafile  pic x(2).
       01 wsDone     pic x(1) value "N".
       01 wsCaseDone pic x(1) value "N".
       01 wsAction   pic x(1).
       01 wsMessage  pic x(60) value spaces.
      *> who is driving this session - signed on to recordsProgram
      *> with id and password, as on the maintenance screen
       01 credentialBlock.
           03 operatorId  pic x(8) value spaces.
           03 passwordIn  pic x(12) value spaces.
           03 newPassword pic x(12) value spaces.
       01 wsToday pic 9(8).
       01 wsCaseNo   pic 9(9) value 0.
       01 wsRecordId pic 9(9) value 0.
      *> the highest case number on file - a new case takes the next
       01 wsLastCaseNo pic 9(9) value 0.
       01 wsNewCase pic x(1) value "N".
       01 wsCaseOk  pic x(1) value "Y".
       01 wsContactName pic x(40) value spaces.
       01 wsStatusText  pic x(12) value spaces.
       01 wsNoteText pic x(60).
       01 wsNoteVerb pic x(8).
       01 editCase.
       copy "complaint.cpy" replacing ==02== by ==03==.
       01 caseListLine.
           03 cl-caseNo   pic z(8)9.
           03 filler      pic x(1) value space.
           03 cl-category pic x(8).
           03 filler      pic x(1) value space.
           03 cl-received pic 9(8).
           03 filler      pic x(1) value space.
           03 cl-status   pic x(12).
           03 filler      pic x(1) value space.
           03 cl-summary  pic x(40).

       screen section.
       01 lookupScreen.
           03 blank screen.
           03 line 1 column 2 value "COMPLAINT CASES".
           03 line 3 column 2  value "case number:".
           03 line 3 column 20 pic 9(9) using wsCaseNo.
           03 line 4 column 2  value "recordId:".
           03 line 4 column 20 pic 9(9) using wsRecordId.
           03 line 6 column 2
              value "O=open case N=new case for recordId".
           03 line 7 column 2
              value "L=list recordId's cases X=exit:".
           03 line 7 column 35 pic x(1) using wsAction.
           03 line 9 column 2 pic x(60) from wsMessage.

       01 caseScreen.
           03 blank screen.
           03 line 1 column 2 value "COMPLAINT CASE".
           03 line 3  column 2  value "case number:".
           03 line 3  column 20 pic 9(9) from cpCaseNo of editCase.
           03 line 3  column 32 value "status:".
           03 line 3  column 40 pic x(12) from wsStatusText.
           03 line 4  column 2  value "recordId:".
           03 line 4  column 20 pic 9(9)
              from cpRecordId of editCase.
           03 line 4  column 32 pic x(40) from wsContactName.
           03 line 5  column 2  value "category:".
           03 line 5  column 20 pic x(8)
              using cpCategory of editCase.
           03 line 5  column 32
              value "BILLING SERVICE STAFF PRIVACY DELIVERY OTHER".
           03 line 6  column 2  value "invoice (charge):".
           03 line 6  column 20 pic 9(9)
              using cpInvoiceNo of editCase.
           03 line 7  column 2  value "received:".
           03 line 7  column 20 pic 9(8)
              using cpReceivedDate of editCase.
           03 line 8  column 2  value "acknowledged:".
           03 line 8  column 20 pic 9(8)
              from cpAckDate of editCase.
           03 line 9  column 2  value "owner:".
           03 line 9  column 20 pic x(8)
              using cpOwner of editCase.
           03 line 10 column 2  value "summary:".
           03 line 10 column 20 pic x(40)
              using cpSummary of editCase.
           03 line 11 column 2  value "resolution:".
           03 line 11 column 20 pic x(40)
              using cpResolution of editCase.
           03 line 12 column 2  value "resolved:".
           03 line 12 column 20 pic 9(8)
              from cpResolvedDate of editCase.
           03 line 12 column 32 pic x(8)
              from cpResolvedBy of editCase.
           03 line 14 column 2
              value "S=save K=acknowledge R=resolve P=reopen X=back:".
           03 line 14 column 51 pic x(1) using wsAction.
           03 line 16 column 2 pic x(60) from wsMessage.

       procedure division.
       0000-mainline section.
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
           open input datafile
           open input receivablesFile
           open i-o complaintFile
           perform 0600-find-last-case

           perform until wsDone = "Y"
               perform 1000-lookup-cycle
           end-perform

           close complaintFile
           close receivablesFile
           close datafile
           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> password sign-on, with the forced first-use change handled
      *> on the spot, as on the maintenance screen
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

       0600-find-last-case section.
           move 0 to wsLastCaseNo
           move "N" to eof
           move 0 to cpCaseNo of complaintRec
           start complaintFile
               key is >= cpCaseNo of complaintRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read complaintFile next record
                   at end
                       move "Y" to eof
                   not at end
                       move cpCaseNo of complaintRec to wsLastCaseNo
               end-read
           end-perform
           move "N" to eof
           .

       1000-lookup-cycle section.
           accept wsToday from date yyyymmdd
           move "X" to wsAction
           display lookupScreen
           accept lookupScreen
           move spaces to wsMessage
           evaluate wsAction
               when "O"
               when "o"
                   move wsCaseNo to cpCaseNo of complaintRec
                   read complaintFile
                       key is cpCaseNo of complaintRec
                       invalid key
                           move "no case with that number" to wsMessage
                       not invalid key
                           move complaintRec to editCase
                           move "N" to wsNewCase
                           perform 3000-work-the-case
                   end-read
               when "N"
               when "n"
                   perform 2000-start-new-case
               when "L"
               when "l"
                   perform 1100-list-contact-cases
               when "X"
               when "x"
                   move "Y" to wsDone
               when other
                   continue
           end-evaluate
           .

       1100-list-contact-cases section.
           move "N" to eof
           display spaces
           display "cases for recordId " wsRecordId ":"
           move wsRecordId to cpRecordId of complaintRec
           start complaintFile
               key is = cpRecordId of complaintRec
               invalid key
                   move "Y" to eof
                   display "  (none on file)"
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read complaintFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if cpRecordId of complaintRec not = wsRecordId
                           move "Y" to eof
                       else
                           move complaintRec to editCase
                           perform 8000-status-text
                           move spaces to caseListLine
                           move cpCaseNo of complaintRec to cl-caseNo
                           move cpCategory of complaintRec
                               to cl-category
                           move cpReceivedDate of complaintRec
                               to cl-received
                           move wsStatusText to cl-status
                           move cpSummary of complaintRec
                               to cl-summary
                           display caseListLine
                       end-if
               end-read
           end-perform
           move "N" to eof
           display "press enter"
           accept wsAction
           .

       2000-start-new-case section.
           move wsRecordId to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "recordId not on file - no case opened"
                       to wsMessage
               not invalid key
                   initialize editCase
                   compute cpCaseNo of editCase = wsLastCaseNo + 1
                   move wsRecordId to cpRecordId of editCase
                   move wsToday to cpReceivedDate of editCase
                   move operatorId to cpOwner of editCase
                   move operatorId to cpLoggedBy of editCase
                   move "O" to cpStatus of editCase
                   move "Y" to wsNewCase
                   perform 3000-work-the-case
           end-read
           .

       3000-work-the-case section.
           perform 8100-contact-name
           move "N" to wsCaseDone
           perform until wsCaseDone = "Y"
               perform 8000-status-text
               move "S" to wsAction
               display caseScreen
               accept caseScreen
               move spaces to wsMessage
               evaluate wsAction
                   when "S"
                   when "s"
                       perform 4000-save-case
                   when "K"
                   when "k"
                       perform 4100-acknowledge-case
                   when "R"
                   when "r"
                       perform 4200-resolve-case
                   when "P"
                   when "p"
                       perform 4300-reopen-case
                   when "X"
                   when "x"
                       move "Y" to wsCaseDone
                   when other
                       continue
               end-evaluate
           end-perform
           .

       4000-save-case section.
           perform 6000-validate-case
           if wsCaseOk = "Y"
               move editCase to complaintRec
               if wsNewCase = "Y"
                   write complaintRec
                       invalid key
                           move "case number taken - not saved"
                               to wsMessage
                       not invalid key
                           move cpCaseNo of editCase to wsLastCaseNo
                           move "N" to wsNewCase
                           move "case opened" to wsMessage
                           move "opened" to wsNoteVerb
                           perform 5000-file-case-note
                   end-write
               else
                   rewrite complaintRec
                       invalid key
                           move "case not on file - not saved"
                               to wsMessage
                       not invalid key
                           move "case saved" to wsMessage
                   end-rewrite
               end-if
           end-if
           .

      *> acknowledging saves the case as it stands on the screen
       4100-acknowledge-case section.
           evaluate true
               when cpAckDate of editCase > 0
                   move "already acknowledged" to wsMessage
               when cpStatus of editCase = "R"
                   move "case is resolved" to wsMessage
               when other
                   move wsToday to cpAckDate of editCase
                   move "A" to cpStatus of editCase
                   perform 4000-save-case
                   if wsCaseOk not = "Y"
                       move 0 to cpAckDate of editCase
                       move "O" to cpStatus of editCase
                   end-if
           end-evaluate
           .

      *> the final response acknowledges the complaint too, if
      *> nothing did before
       4200-resolve-case section.
           evaluate true
               when cpStatus of editCase = "R"
                   move "already resolved" to wsMessage
               when cpResolution of editCase = spaces
                   move "key the resolution before resolving"
                       to wsMessage
               when other
                   if cpAckDate of editCase = 0
                       move wsToday to cpAckDate of editCase
                   end-if
                   move wsToday to cpResolvedDate of editCase
                   move operatorId to cpResolvedBy of editCase
                   move "R" to cpStatus of editCase
                   perform 4000-save-case
                   if wsCaseOk = "Y"
                       move "resolved" to wsNoteVerb
                       perform 5000-file-case-note
                   else
                       move 0 to cpResolvedDate of editCase
                       move spaces to cpResolvedBy of editCase
                       move "A" to cpStatus of editCase
                   end-if
           end-evaluate
           .

       4300-reopen-case section.
           if cpStatus of editCase not = "R"
               move "case is not resolved" to wsMessage
           else
               move 0 to cpResolvedDate of editCase
               move spaces to cpResolvedBy of editCase
               move "A" to cpStatus of editCase
               perform 4000-save-case
               if wsCaseOk = "Y"
                   move "reopened" to wsNoteVerb
                   perform 5000-file-case-note
               end-if
           end-if
           .

       5000-file-case-note section.
           move spaces to wsNoteText
           string "COMPLAINT " delimited by size
                  cpCaseNo of editCase delimited by size
                  " " delimited by size
                  cpCategory of editCase delimited by space
                  " " delimited by size
                  wsNoteVerb delimited by space
                  " " delimited by size
                  cpSummary of editCase delimited by size
               into wsNoteText
               on overflow continue
           end-string
           initialize arrayParent
           move cpRecordId of editCase
               to interactionRecordId of interactionParent
           move wsNoteText to interactionNote of interactionParent
           move 0 to interactionFollowUp of interactionParent
           move "N" to interactionFollowDone of interactionParent
           move addInteraction to func
           call "recordsProgram" using func tmprec arrayParent
           move err-success to return-code
           .

       6000-validate-case section.
           move "Y" to wsCaseOk
           if cpOwner of editCase = spaces
               move operatorId to cpOwner of editCase
           end-if
           evaluate true
               when cpCategory of editCase not = "BILLING"
                    and cpCategory of editCase not = "SERVICE"
                    and cpCategory of editCase not = "STAFF"
                    and cpCategory of editCase not = "PRIVACY"
                    and cpCategory of editCase not = "DELIVERY"
                    and cpCategory of editCase not = "OTHER"
                   move "N" to wsCaseOk
                   move "category not recognised" to wsMessage
               when cpReceivedDate of editCase = 0
                    or cpReceivedDate of editCase > wsToday
                   move "N" to wsCaseOk
                   move "received date missing or in the future"
                       to wsMessage
               when cpCategory of editCase = "BILLING"
                    and cpInvoiceNo of editCase = 0
                   move "N" to wsCaseOk
                   move "a billing complaint needs its invoice"
                       to wsMessage
               when other
                   continue
           end-evaluate
           if wsCaseOk = "Y" and cpInvoiceNo of editCase > 0
               move cpInvoiceNo of editCase
                   to rmInvoiceNo of receivableRec
               read receivablesFile
                   key is rmInvoiceNo of receivableRec
                   invalid key
                       move "N" to wsCaseOk
                       move "invoice not on the receivables master"
                           to wsMessage
                   not invalid key
                       if rmRecordId of receivableRec
                          not = cpRecordId of editCase
                           move "N" to wsCaseOk
                           move "invoice belongs to another contact"
                               to wsMessage
                       end-if
               end-read
           end-if
           .

       8000-status-text section.
           evaluate cpStatus of editCase
               when "R"
                   move "resolved" to wsStatusText
               when "A"
                   move "acknowledged" to wsStatusText
               when other
                   move "open" to wsStatusText
           end-evaluate
           .

       8100-contact-name section.
           move cpRecordId of editCase to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "(no record)" to wsContactName
               not invalid key
                   move spaces to wsContactName
                   string recordName of rec delimited by "  "
                          " " delimited by size
                          recordFamily of rec delimited by "  "
                       into wsContactName
                       on overflow continue
                   end-string
           end-read
           .

       end program complaintScreen.
