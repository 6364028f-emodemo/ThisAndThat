      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The retention policy's enforcement.  Every live contact's
      *> last sign of life is gathered from the side files - an
      *> interaction (a call, a visit, a campaign response filed as
      *> a "CAMPAIGN " note), an invoice on the receivables master or
      *> invoice-archive.txt, a payment on payment-history.txt, a
      *> dunning letter on dunning-history.txt, or the record being
      *> written or changed on the audit trail - and a contact with
      *> nothing since the cutoff (yearsParm years back, 7 when
      *> zero) is dormant.  dormancy-list.txt is rewritten each run
      *> with every dormant contact, the date it was first flagged
      *> (kept from the previous list) and its last activity.  A
      *> contact with an open receivable, a credit held on
      *> on-account.txt, an installment plan with a period still to
      *> pay, or a relationship to a contact that is not dormant is
      *> listed as HELD and is never purged.
      *> Run with "PURGE" it removes, through removeRecordFunc (which
      *> archives and audits each one), every dormant contact not
      *> held whose notice period (noticeDaysParm days from first
      *> flagged, 90 when zero) has run out - under the four-eyes
      *> rule: the first PURGE run queues a pending-action row and
      *> stands down until a second supervisor approves the
      *> identical request through approvalQueue, and the purging
      *> operator must sign on at level "S".
       program-id. dormancyPurge as "dormancyPurge".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this job at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-receivables.

           select optional invoiceArchiveFile
           assign to ".\invoice-archive.txt"
           organization is line sequential
           file status is fs-invoicearchive.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional dunningHistoryFile
           assign to ".\dunning-history.txt"
           organization is line sequential
           file status is fs-dunning.

           select optional onAccountFile
           assign to ".\on-account.txt"
           organization is line sequential
           file status is fs-onaccount.

           select optional planFile
           assign to ".\installment-plans.txt"
           organization is line sequential
           file status is fs-plan.

           select optional relationshipFile
           assign to ".\records-relationships.txt"
           organization is indexed
           access is dynamic
           record key relationshipKey of relationshipRec
               with no duplicates
           file status is fs-relationship.

           select optional auditFile
           assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-audit.

      *> the standing dormancy list - read for the first-flagged
      *> dates, then rewritten
           select optional dormancyFile
           assign to ".\dormancy-list.txt"
           organization is line sequential
           file status is fs-dormancy.

      *> the four-eyes queue - a purge queues a pending row and
      *> stands down unless a second supervisor has already
      *> approved the identical request through approvalQueue
           select optional pendingFile
           assign to ".\pending-actions.txt"
           organization is line sequential
           file status is fs-pendingfile.

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

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd invoiceArchiveFile.
       01 invoiceArchiveLine.
           03 ia-invoiceNo   pic 9(9).
           03 filler         pic x(1).
           03 ia-invoiceDate pic 9(8).
           03 filler         pic x(1).
           03 ia-recordId    pic 9(9).

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1).
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 ph-date      pic 9(8).

       fd dunningHistoryFile.
       01 dunningHistoryLine.
           03 dh-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 dh-sentDate  pic 9(8).

       fd onAccountFile.
       01 onAccountLine.
           03 oa-recordId pic 9(9).
           03 filler      pic x(1).
           03 oa-amount   pic 9(9).

       fd planFile.
       01 planLine.
           03 pl-planNo    pic 9(9).
           03 filler       pic x(1).
           03 pl-recordId  pic 9(9).
           03 filler       pic x(1).
           03 pl-periodNo  pic 9(3).
           03 filler       pic x(1).
           03 pl-dueDate   pic 9(8).
           03 filler       pic x(1).
           03 pl-invoiceNo pic 9(9).

       fd relationshipFile.
       01 relationshipRec.
       copy "relationship.cpy".

       fd auditFile.
       01 auditLine.
           03 au-timestamp    pic x(14).
           03 filler          pic x(1).
           03 au-operation    pic x(10).
           03 filler          pic x(1).
           03 au-before.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler          pic x(1).
           03 au-after.
               copy "records.cpy" replacing ==02== by ==05==.

       fd dormancyFile.
       01 dormancyLine.
           03 dl-recordId     pic 9(9).
           03 filler          pic x(1).
           03 dl-flaggedDate  pic 9(8).
           03 filler          pic x(1).
           03 dl-lastActivity pic 9(8).
           03 filler          pic x(1).
           03 dl-lastSource   pic x(12).
           03 filler          pic x(1).
           03 dl-status       pic x(4).
           03 filler          pic x(1).
           03 dl-holdReason   pic x(20).
           03 filler          pic x(1).
           03 dl-name         pic x(30).
           03 filler          pic x(1).
           03 dl-family       pic x(30).

       fd pendingFile.
       01 pendingLine.
           03 pa-actionId     pic 9(5).
           03 filler          pic x(1) value space.
           03 pa-status       pic x(1).
           03 filler          pic x(1) value space.
           03 pa-requestDate  pic 9(8).
           03 filler          pic x(1) value space.
           03 pa-operation    pic x(12).
           03 filler          pic x(1) value space.
           03 pa-requester    pic x(8).
           03 filler          pic x(1) value space.
           03 pa-approver     pic x(8).
           03 filler          pic x(1) value space.
           03 pa-decisionDate pic 9(8).
           03 filler          pic x(1) value space.
           03 pa-parm1        pic x(30).
           03 filler          pic x(1) value space.
           03 pa-parm2        pic x(30).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-connectionfile pic x(2).
       01 fs-datafile       pic x(2).
       01 fs-interaction    pic x(2).
       01 fs-receivables    pic x(2).
       01 fs-invoicearchive pic x(2).
       01 fs-payhistory     pic x(2).
       01 fs-dunning        pic x(2).
       01 fs-onaccount      pic x(2).
       01 fs-plan           pic x(2).
       01 fs-relationship   pic x(2).
       01 fs-audit          pic x(2).
       01 fs-dormancy       pic x(2).
       01 fs-pendingfile    pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 wsDatafilePath pic x(255).
       01 wsPurge pic x(1) value "N".
       01 wsYears pic 9(2) value 0.
       01 wsNoticeDays pic 9(3) value 0.
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsCutoffDate pic 9(8).
       01 wsCutoffParts redefines wsCutoffDate.
           03 wc-year  pic 9(4).
           03 wc-month pic 9(2).
           03 wc-day   pic 9(2).
       01 wsActivityDate pic 9(8).
       01 wsActivitySource pic x(12).
       01 wsLookupId pic 9(9) comp-5 value 0.
       01 wsLookupOtherId pic 9(9) comp-5 value 0.
       01 wsFoundSub pic 9(9) comp-5 value 0.
       01 wsOtherSub pic 9(9) comp-5 value 0.
       01 wsLow  pic 9(9) comp-5 value 0.
       01 wsHigh pic 9(9) comp-5 value 0.
       01 wsMid  pic 9(9) comp-5 value 0.
       01 wsHoldReason pic x(20).
       01 wsFlagDayNumber pic 9(9) comp-5.
       01 wsAgeDays pic s9(9) comp-5.
       01 contactSub pic 9(9) comp-5 value 1.
       01 dormantCount pic 9(9) comp-5 value 0.
       01 heldCount    pic 9(9) comp-5 value 0.
       01 dueCount     pic 9(9) comp-5 value 0.
       01 purgedCount  pic 9(9) comp-5 value 0.
       01 failedCount  pic 9(9) comp-5 value 0.

      *> every live contact, in recordId order as datafile hands
      *> them over - looked up by halving, not a scan per child row
       01 contactTable.
           03 contactEntry occurs 5000 times.
               05 ct-recordId     pic 9(9) comp-5.
               05 ct-name         pic x(30).
               05 ct-family       pic x(30).
               05 ct-lastActivity pic 9(8).
               05 ct-lastSource   pic x(12).
               05 ct-holdReason   pic x(20).
               05 ct-dormant      pic x(1).
               05 ct-flaggedDate  pic 9(8).
               05 ct-purged       pic x(1).
       01 contactCount pic 9(9) comp-5 value 0.

      *> the previous list's first-flagged dates
       01 priorTable.
           03 priorEntry occurs 5000 times.
               05 pr-recordId    pic 9(9) comp-5.
               05 pr-flaggedDate pic 9(8).
       01 priorCount pic 9(9) comp-5 value 0.

      *> the pending-actions queue - P pending, A approved,
      *> R rejected, X expired, D done
       01 pendingTable.
           03 pendingEntry occurs 200 times.
               05 pt-actionId     pic 9(5).
               05 pt-status       pic x(1).
               05 pt-requestDate  pic 9(8).
               05 pt-operation    pic x(12).
               05 pt-requester    pic x(8).
               05 pt-approver     pic x(8).
               05 pt-decisionDate pic 9(8).
               05 pt-parm1        pic x(30).
               05 pt-parm2        pic x(30).
       01 pendingCount pic 9(9) comp-5 value 0.
       01 pendSub pic 9(9) comp-5 value 0.
       01 gateSub pic 9(9) comp-5 value 0.
       01 wsGateDate pic 9(8).
       01 wsPendingOp    pic x(12).
       01 wsPendingParm1 pic x(30).
       01 wsPendingParm2 pic x(30).
       01 wsPendingState pic x(1).
       01 wsPendingEof pic x(1) value "N".
       01 wsPurgeParms.
           03 filler      pic x(6) value "YEARS ".
           03 pp-years    pic 9(2).
           03 filler      pic x(8) value " NOTICE ".
           03 pp-notice   pic 9(3).

       linkage section.
      *> "PURGE" to remove the dormant contacts whose notice has run
      *> out - anything else only lists them
       01 modeParm pic x(6).
      *> the dormancy threshold in years - zero takes 7
       01 yearsParm pic 9(2).
      *> days from first flagged before a purge may take a contact -
      *> zero takes 90
       01 noticeDaysParm pic 9(3).
      *> who is asking - the requester on the pending row, and the
      *> operator signed on for the removals
       01 operatorParm pic x(8).

       procedure division using modeParm yearsParm noticeDaysParm
                                operatorParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           move yearsParm to wsYears
           if wsYears = 0
               move 7 to wsYears
           end-if
           move noticeDaysParm to wsNoticeDays
           if wsNoticeDays = 0
               move 90 to wsNoticeDays
           end-if
           if modeParm = "PURGE"
               move "Y" to wsPurge
               move "DORMANTPURGE" to wsPendingOp
               move wsYears to pp-years
               move wsNoticeDays to pp-notice
               move wsPurgeParms to wsPendingParm1
               move spaces to wsPendingParm2
               perform 0100-check-four-eyes
               if wsPendingState not = "A"
                   goback
               end-if
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)
           move wsRunDate to wsCutoffDate
           subtract wsYears from wc-year
           if wc-month = 2 and wc-day = 29
               move 28 to wc-day
           end-if

           perform 1000-load-contacts
           perform 1100-load-prior-list
           perform 2000-scan-interactions
           perform 2100-scan-receivables
           perform 2200-scan-invoice-archive
           perform 2300-scan-payments
           perform 2400-scan-dunning
           perform 2500-scan-on-account
           perform 2600-scan-plans
           perform 2700-scan-audit
           perform 3000-mark-dormant
           perform 3100-hold-related

           if wsPurge = "Y"
               perform 4000-purge-due-contacts
           end-if
           perform 5000-write-dormancy-list

           display "dormant contacts:    " dormantCount
           display "held from purge:     " heldCount
           display "notice run out:      " dueCount
           if wsPurge = "Y"
               display "contacts purged:     " purgedCount
               display "purges refused:      " failedCount
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

      *> the same four-eyes gate recordsProgram runs for its own
      *> mass functions: an approved matching pending row is
      *> consumed and the run proceeds; otherwise the request is
      *> queued (or found still pending) and the run stands down
       0100-check-four-eyes section.
           perform 0110-load-pending-actions
           move "N" to wsPendingState
           move 0 to pendSub
           move 1 to gateSub
           perform until gateSub > pendingCount
               if pt-operation(gateSub) = wsPendingOp
                  and pt-parm1(gateSub) = wsPendingParm1
                  and pt-parm2(gateSub) = wsPendingParm2
                   if pt-status(gateSub) = "A"
                       move gateSub to pendSub
                       move "A" to wsPendingState
                   else
                       if pt-status(gateSub) = "P"
                          and wsPendingState not = "A"
                           move "P" to wsPendingState
                       end-if
                   end-if
               end-if
               add 1 to gateSub
           end-perform
           evaluate wsPendingState
               when "A"
                   move "D" to pt-status(pendSub)
                   accept wsGateDate from date yyyymmdd
                   move wsGateDate to pt-decisionDate(pendSub)
                   perform 0120-save-pending-actions
               when "P"
                   display "request is still awaiting a second"
                       " supervisor - nothing purged"
               when other
                   perform 0130-queue-pending-action
                   display "request queued for approval - run"
                       " again once a second supervisor approves"
           end-evaluate
           .

       0110-load-pending-actions section.
           move 0 to pendingCount
           move "N" to wsPendingEof
           open input pendingFile
           if fs-pendingfile = "00"
               perform until wsPendingEof = "Y"
                   read pendingFile
                       at end
                           move "Y" to wsPendingEof
                       not at end
                           if pendingCount < 200
                               add 1 to pendingCount
                               move pa-actionId to
                                   pt-actionId(pendingCount)
                               move pa-status to
                                   pt-status(pendingCount)
                               move pa-requestDate to
                                   pt-requestDate(pendingCount)
                               move pa-operation to
                                   pt-operation(pendingCount)
                               move pa-requester to
                                   pt-requester(pendingCount)
                               move pa-approver to
                                   pt-approver(pendingCount)
                               move pa-decisionDate to
                                   pt-decisionDate(pendingCount)
                               move pa-parm1 to
                                   pt-parm1(pendingCount)
                               move pa-parm2 to
                                   pt-parm2(pendingCount)
                           end-if
                   end-read
               end-perform
           end-if
           close pendingFile
           move "N" to wsPendingEof
           .

       0120-save-pending-actions section.
           open output pendingFile
           move 1 to gateSub
           perform until gateSub > pendingCount
               move spaces to pendingLine
               move pt-actionId(gateSub)     to pa-actionId
               move pt-status(gateSub)       to pa-status
               move pt-requestDate(gateSub)  to pa-requestDate
               move pt-operation(gateSub)    to pa-operation
               move pt-requester(gateSub)    to pa-requester
               move pt-approver(gateSub)     to pa-approver
               move pt-decisionDate(gateSub) to pa-decisionDate
               move pt-parm1(gateSub)        to pa-parm1
               move pt-parm2(gateSub)        to pa-parm2
               write pendingLine
               add 1 to gateSub
           end-perform
           close pendingFile
           .

       0130-queue-pending-action section.
           if pendingCount < 200
               add 1 to pendingCount
               compute pt-actionId(pendingCount) = pendingCount
               move "P" to pt-status(pendingCount)
               accept wsGateDate from date yyyymmdd
               move wsGateDate
                   to pt-requestDate(pendingCount)
               move wsPendingOp to pt-operation(pendingCount)
               move operatorParm
                   to pt-requester(pendingCount)
               move spaces to pt-approver(pendingCount)
               move 0 to pt-decisionDate(pendingCount)
               move wsPendingParm1 to pt-parm1(pendingCount)
               move wsPendingParm2 to pt-parm2(pendingCount)
               perform 0120-save-pending-actions
           end-if
           .

       1000-load-contacts section.
           move 0 to contactCount
           move "N" to eof
           open input datafile
           move zeros to recordId of rec
           start datafile key is >= recordId of rec
               invalid key
                   move "Y" to eof
           end-start
           perform until eof = "Y"
               read datafile next record
                   at end
                       move "Y" to eof
                   not at end
                       if contactCount < 5000
                           add 1 to contactCount
                           move recordId of rec
                               to ct-recordId(contactCount)
                           move recordName of rec
                               to ct-name(contactCount)
                           move recordFamily of rec
                               to ct-family(contactCount)
                           move 0 to ct-lastActivity(contactCount)
                           move spaces to ct-lastSource(contactCount)
                           move spaces to ct-holdReason(contactCount)
                           move "N" to ct-dormant(contactCount)
                           move wsRunDate
                               to ct-flaggedDate(contactCount)
                           move "N" to ct-purged(contactCount)
                       end-if
               end-read
           end-perform
           close datafile
           move "N" to eof
           .

       1100-load-prior-list section.
           move 0 to priorCount
           move "N" to eof
           open input dormancyFile
           if fs-dormancy = "00"
               perform until eof = "Y"
                   read dormancyFile
                       at end
                           move "Y" to eof
                       not at end
                           if dl-recordId is numeric
                              and dl-flaggedDate is numeric
                              and priorCount < 5000
                               add 1 to priorCount
                               move dl-recordId
                                   to pr-recordId(priorCount)
                               move dl-flaggedDate
                                   to pr-flaggedDate(priorCount)
                           end-if
                   end-read
               end-perform
           end-if
           close dormancyFile
           move "N" to eof
           .

      *> halves the contact table for wsLookupId - wsFoundSub zero
      *> when the recordId is not live
       1900-find-contact section.
           move 0 to wsFoundSub
           move 1 to wsLow
           move contactCount to wsHigh
           perform until wsLow > wsHigh or wsFoundSub > 0
               compute wsMid = (wsLow + wsHigh) / 2
               evaluate true
                   when ct-recordId(wsMid) = wsLookupId
                       move wsMid to wsFoundSub
                   when ct-recordId(wsMid) < wsLookupId
                       compute wsLow = wsMid + 1
                   when other
                       if wsMid = 1
                           move 0 to wsHigh
                       else
                           compute wsHigh = wsMid - 1
                       end-if
               end-evaluate
           end-perform
           .

      *> wsActivityDate/wsActivitySource against wsLookupId - the
      *> later date wins
       1950-note-activity section.
           perform 1900-find-contact
           if wsFoundSub > 0
               if wsActivityDate > ct-lastActivity(wsFoundSub)
                   move wsActivityDate
                       to ct-lastActivity(wsFoundSub)
                   move wsActivitySource
                       to ct-lastSource(wsFoundSub)
               end-if
           end-if
           .

       1960-note-hold section.
           perform 1900-find-contact
           if wsFoundSub > 0
               if ct-holdReason(wsFoundSub) = spaces
                   move wsHoldReason to ct-holdReason(wsFoundSub)
               end-if
           end-if
           .

       2000-scan-interactions section.
           move "N" to eof
           open input interactionFile
           perform until eof = "Y"
               read interactionFile next record
                   at end
                       move "Y" to eof
                   not at end
                       move interactionRecordId of interactionRec
                           to wsLookupId
                       if interactionTimestamp of interactionRec(1:8)
                           is numeric
                           move interactionTimestamp
                               of interactionRec(1:8)
                               to wsActivityDate
                           if interactionNote of interactionRec(1:9)
                               = "CAMPAIGN "
                               move "RESPONSE" to wsActivitySource
                           else
                               move "INTERACTION" to wsActivitySource
                           end-if
                           perform 1950-note-activity
                       end-if
               end-read
           end-perform
           close interactionFile
           move "N" to eof
           .

      *> every invoice is activity on its date; one still open holds
      *> the contact whatever its age
       2100-scan-receivables section.
           move "N" to eof
           open input receivablesFile
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       move rmRecordId of receivableRec to wsLookupId
                       move rmInvoiceDate of receivableRec
                           to wsActivityDate
                       move "INVOICE" to wsActivitySource
                       perform 1950-note-activity
                       if rmStatus of receivableRec = "O"
                          and rmDue of receivableRec
                              > rmPaid of receivableRec
                           move "OPEN RECEIVABLE" to wsHoldReason
                           perform 1960-note-hold
                       end-if
               end-read
           end-perform
           close receivablesFile
           move "N" to eof
           .

       2200-scan-invoice-archive section.
           move "N" to eof
           open input invoiceArchiveFile
           if fs-invoicearchive = "00"
               perform until eof = "Y"
                   read invoiceArchiveFile
                       at end
                           move "Y" to eof
                       not at end
                           if ia-recordId is numeric
                              and ia-invoiceDate is numeric
                               move ia-recordId to wsLookupId
                               move ia-invoiceDate to wsActivityDate
                               move "INVOICE" to wsActivitySource
                               perform 1950-note-activity
                           end-if
                   end-read
               end-perform
           end-if
           close invoiceArchiveFile
           move "N" to eof
           .

      *> a payment row names only its invoice - the receivables
      *> master leads back to the contact (the archive holds only
      *> long-settled invoices, already counted on their own date)
       2300-scan-payments section.
           move "N" to eof
           open input receivablesFile
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-invoiceNo is numeric
                              and ph-date is numeric
                               move ph-invoiceNo
                                   to rmInvoiceNo of receivableRec
                               move ph-date to wsActivityDate
                               move "PAYMENT" to wsActivitySource
                               perform 2350-note-by-invoice
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           close receivablesFile
           move "N" to eof
           .

       2350-note-by-invoice section.
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   move rmRecordId of receivableRec to wsLookupId
                   perform 1950-note-activity
           end-read
           .

       2400-scan-dunning section.
           move "N" to eof
           open input receivablesFile
           open input dunningHistoryFile
           if fs-dunning = "00"
               perform until eof = "Y"
                   read dunningHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if dh-invoiceNo is numeric
                              and dh-sentDate is numeric
                               move dh-invoiceNo
                                   to rmInvoiceNo of receivableRec
                               move dh-sentDate to wsActivityDate
                               move "MAILED" to wsActivitySource
                               perform 2350-note-by-invoice
                           end-if
                   end-read
               end-perform
           end-if
           close dunningHistoryFile
           close receivablesFile
           move "N" to eof
           .

       2500-scan-on-account section.
           move "N" to eof
           open input onAccountFile
           if fs-onaccount = "00"
               perform until eof = "Y"
                   read onAccountFile
                       at end
                           move "Y" to eof
                       not at end
                           if oa-recordId is numeric
                              and oa-amount is numeric
                              and oa-amount > 0
                               move oa-recordId to wsLookupId
                               move "CREDIT ON ACCOUNT" to wsHoldReason
                               perform 1960-note-hold
                           end-if
                   end-read
               end-perform
           end-if
           close onAccountFile
           move "N" to eof
           .

      *> a plan is active while any period is still to pay - its
      *> invoice open on the master, or not yet raised and not yet
      *> due
       2600-scan-plans section.
           move "N" to eof
           open input receivablesFile
           open input planFile
           if fs-plan = "00"
               perform until eof = "Y"
                   read planFile
                       at end
                           move "Y" to eof
                       not at end
                           if pl-recordId is numeric
                              and pl-invoiceNo is numeric
                               perform 2650-check-plan-period
                           end-if
                   end-read
               end-perform
           end-if
           close planFile
           close receivablesFile
           move "N" to eof
           .

       2650-check-plan-period section.
           move pl-recordId to wsLookupId
           if pl-invoiceNo = 0
               if pl-dueDate is numeric
                  and pl-dueDate >= wsRunDate
                   move "ACTIVE PLAN" to wsHoldReason
                   perform 1960-note-hold
               end-if
           else
               move pl-invoiceNo to rmInvoiceNo of receivableRec
               read receivablesFile
                   key is rmInvoiceNo of receivableRec
                   invalid key
                       continue
                   not invalid key
                       if rmStatus of receivableRec = "O"
                           move "ACTIVE PLAN" to wsHoldReason
                           perform 1960-note-hold
                       end-if
               end-read
           end-if
           .

      *> the record written or changed is a sign of life too - a
      *> contact keyed in last week has no invoice yet
       2700-scan-audit section.
           move "N" to eof
           open input auditFile
           if fs-audit = "00"
               perform until eof = "Y"
                   read auditFile
                       at end
                           move "Y" to eof
                       not at end
                           if au-timestamp(1:8) is numeric
                              and (au-operation = "WRITE"
                                or au-operation = "REWRITE"
                                or au-operation = "RESTORE")
                               move recordId of au-after to wsLookupId
                               move au-timestamp(1:8)
                                   to wsActivityDate
                               move "MAINTAINED" to wsActivitySource
                               perform 1950-note-activity
                           end-if
                   end-read
               end-perform
           end-if
           close auditFile
           move "N" to eof
           .

       3000-mark-dormant section.
           move 1 to contactSub
           perform until contactSub > contactCount
               if ct-lastActivity(contactSub) < wsCutoffDate
                   move "Y" to ct-dormant(contactSub)
                   add 1 to dormantCount
                   perform 3050-carry-flagged-date
               end-if
               add 1 to contactSub
           end-perform
           .

       3050-carry-flagged-date section.
           move 1 to sub
           perform until sub > priorCount
               if pr-recordId(sub) = ct-recordId(contactSub)
                   move pr-flaggedDate(sub)
                       to ct-flaggedDate(contactSub)
                   move priorCount to sub
               end-if
               add 1 to sub
           end-perform
           .

      *> a dormant contact related to one still active stays - the
      *> relationship is the active contact's record too
       3100-hold-related section.
           move "N" to eof
           open input relationshipFile
           perform until eof = "Y"
               read relationshipFile next record
                   at end
                       move "Y" to eof
                   not at end
                       move relRecordId1 of relationshipRec
                           to wsLookupId
                       move relRecordId2 of relationshipRec
                           to wsLookupOtherId
                       perform 3150-hold-if-partner-active
                       move relRecordId2 of relationshipRec
                           to wsLookupId
                       move relRecordId1 of relationshipRec
                           to wsLookupOtherId
                       perform 3150-hold-if-partner-active
               end-read
           end-perform
           close relationshipFile
           move "N" to eof
           .

       3150-hold-if-partner-active section.
           perform 1900-find-contact
           move wsFoundSub to wsOtherSub
           if wsOtherSub > 0
               move wsLookupOtherId to wsLookupId
               perform 1900-find-contact
               if wsFoundSub > 0
                   if ct-dormant(wsFoundSub) = "N"
                      and ct-holdReason(wsOtherSub) = spaces
                       move "ACTIVE RELATION"
                           to ct-holdReason(wsOtherSub)
                   end-if
               end-if
           end-if
           .

      *> the approved purge: every dormant contact not held whose
      *> notice has run out goes through removeRecordFunc, which
      *> archives and audits it like any supervisor's delete
       4000-purge-due-contacts section.
           move openFile to func
           call "recordsProgram" using func tmprec omitted
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code " - nothing purged"
           else
               move signOnOperator to func
               call "recordsProgram" using func tmprec operatorParm
               move 1 to contactSub
               perform until contactSub > contactCount
                   if ct-dormant(contactSub) = "Y"
                      and ct-holdReason(contactSub) = spaces
                       perform 4100-purge-if-notice-out
                   end-if
                   add 1 to contactSub
               end-perform
               move closeFile to func
               call "recordsProgram" using func tmprec omitted
           end-if
           .

       4100-purge-if-notice-out section.
           compute wsFlagDayNumber = function integer-of-date
               (ct-flaggedDate(contactSub))
           compute wsAgeDays = wsRunDayNumber - wsFlagDayNumber
           if wsAgeDays >= wsNoticeDays
               initialize tmprec
               move ct-recordId(contactSub) to recordId of tmprec
               move removeRecord to func
               call "recordsProgram" using func tmprec omitted
               if return-code = err-success
                   add 1 to purgedCount
                   move "Y" to ct-purged(contactSub)
               else
                   add 1 to failedCount
                   display "recordId " ct-recordId(contactSub)
                       " not purged, return-code " return-code
               end-if
           end-if
           .

      *> the list as it stands after this run - purged contacts are
      *> off it, now in the archive
       5000-write-dormancy-list section.
           open output dormancyFile
           move 1 to contactSub
           perform until contactSub > contactCount
               if ct-dormant(contactSub) = "Y"
                  and ct-purged(contactSub) = "N"
                   perform 5100-write-one-entry
               end-if
               add 1 to contactSub
           end-perform
           close dormancyFile
           .

       5100-write-one-entry section.
           move spaces to dormancyLine
           move ct-recordId(contactSub) to dl-recordId
           move ct-flaggedDate(contactSub) to dl-flaggedDate
           move ct-lastActivity(contactSub) to dl-lastActivity
           move ct-lastSource(contactSub) to dl-lastSource
           move ct-name(contactSub) to dl-name
           move ct-family(contactSub) to dl-family
           if ct-holdReason(contactSub) not = spaces
               move "HELD" to dl-status
               move ct-holdReason(contactSub) to dl-holdReason
               add 1 to heldCount
           else
               compute wsFlagDayNumber = function integer-of-date
                   (ct-flaggedDate(contactSub))
               compute wsAgeDays = wsRunDayNumber - wsFlagDayNumber
               if wsAgeDays >= wsNoticeDays
                   move "DUE" to dl-status
                   add 1 to dueCount
               else
                   move "NOTC" to dl-status
               end-if
           end-if
           write dormancyLine
           .

       end program dormancyPurge.
