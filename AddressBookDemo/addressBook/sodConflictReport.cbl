      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The monthly segregation-of-duties conflict report.  The
      *> permissions file only knows a supervisor from everyone
      *> else, so nothing showed when the same operator changed a
      *> contact's address and then posted or reversed a payment
      *> for them, or credited an invoice they had billed.  This
      *> job gathers every attributable action from the files that
      *> record who did what - records-audit.txt (record added,
      *> changed, deleted, restored), records-history.txt (which
      *> field changed), payment-history.txt (payments posted and
      *> reversed), invoice-register.txt (invoices billed),
      *> credit-notes.txt (credit notes raised),
      *> write-off-history.txt (write-offs authorized) and
      *> pending-actions.txt
      *> (mass operations requested and approved) - sorts them by
      *> operator and contact, and checks every pair against the
      *> maintained rules on conflict-rules.txt:
      *>   "<action> <action> <R|I> <description>"
      *> an unordered pair of action codes, R when both falling on
      *> the same contact is a conflict, I when only the same
      *> invoice is.  The action codes are RECADD, RECCHG, RECDEL,
      *> RECREST, ADDRCHG, PHONECHG, EMAILCHG, NAMECHG, FLDCHG,
      *> PAYPOST, PAYREV, INVGEN, CREDIT, WRITEOFF, REQUEST and
      *> APPROVE.  No rules file refuses the run rather than report
      *> a clean month.
      *>
      *> For monthParm (yyyymm; zero means the month before the run
      *> date) a pair is reported when its later action falls in the
      *> month and the earlier one no more than lookbackParm days
      *> (zero takes 90) before the month began.  Invoice actions
      *> find their contact through the receivables master.  The
      *> report, sod-conflict-report.txt, closes with every action
      *> in the month by an operator holding the "S" level, the
      *> supervisor review the auditors ask for.
       program-id. sodConflictReport as "sodConflictReport".

       environment division.
       input-output section.
       file-control.
           select optional auditFile assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-audit.

           select optional historyFile
           assign to ".\records-history.txt"
           organization is line sequential
           file status is fs-history.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional creditNoteFile
           assign to ".\credit-notes.txt"
           organization is line sequential
           file status is fs-creditnote.

           select optional writeOffHistoryFile
           assign to ".\write-off-history.txt"
           organization is line sequential
           file status is fs-writeoff.

           select optional pendingFile
           assign to ".\pending-actions.txt"
           organization is line sequential
           file status is fs-pendingfile.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

           select optional ruleFile assign to ".\conflict-rules.txt"
           organization is line sequential
           file status is fs-rule.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select reportFile assign to ".\sod-conflict-report.txt"
           organization is line sequential.

           select sortWork assign to "sod-conflict-report.srt".

       data division.
       file section.
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
           03 filler          pic x(1).
           03 au-operator     pic x(8).

       fd historyFile.
       01 historyLine.
           03 hi-timestamp    pic x(14).
           03 filler          pic x(1).
           03 hi-recordId     pic 9(9).
           03 filler          pic x(1).
           03 hi-fieldName    pic x(14).
           03 filler          pic x(1).
           03 hi-oldValue     pic x(50).
           03 filler          pic x(1).
           03 hi-newValue     pic x(50).
           03 filler          pic x(1).
           03 hi-operator     pic x(8).

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
           03 filler       pic x(1).
           03 ph-operator  pic x(8).

       fd registerFile.
       01 registerLine.
           03 rg-invoiceNo pic x(9).
           03 filler       pic x(1).
           03 rg-date      pic x(8).
           03 filler       pic x(1).
           03 rg-recordId  pic x(9).
           03 filler       pic x(1).
           03 rg-fee       pic x(11).
           03 filler       pic x(1).
           03 rg-vat       pic x(11).
           03 filler       pic x(1).
           03 rg-total     pic x(11).
           03 filler       pic x(1).
           03 rg-household pic x(5).
           03 filler       pic x(1).
           03 rg-dueDate   pic x(8).
           03 filler       pic x(1).
           03 rg-operator  pic x(8).

      *> the credit document - a heading row carrying the date, then
      *> the row naming the invoice and who raised the note
       fd creditNoteFile.
       01 creditNoteLine pic x(80).
       01 creditHeadingView redefines creditNoteLine.
           03 cn-title     pic x(12).
           03 cn-creditNo  pic x(9).
           03 filler       pic x(7).
           03 cn-date      pic x(8).
           03 filler       pic x(44).
       01 creditAgainstView redefines creditNoteLine.
           03 cn-against   pic x(16).
           03 cn-invoiceNo pic x(9).
           03 filler       pic x(2).
           03 cn-reason    pic x(30).
           03 filler       pic x(11).
           03 cn-operator  pic x(8).
           03 filler       pic x(4).

       fd writeOffHistoryFile.
       01 writeOffHistoryRec.
       copy "writeoffhistory.cpy".

       fd pendingFile.
       01 pendingLine.
           03 pa-actionId     pic 9(5).
           03 filler          pic x(1).
           03 pa-status       pic x(1).
           03 filler          pic x(1).
           03 pa-requestDate  pic 9(8).
           03 filler          pic x(1).
           03 pa-operation    pic x(12).
           03 filler          pic x(1).
           03 pa-requester    pic x(8).
           03 filler          pic x(1).
           03 pa-approver     pic x(8).
           03 filler          pic x(1).
           03 pa-decisionDate pic 9(8).
           03 filler          pic x(1).
           03 pa-parm1        pic x(30).
           03 filler          pic x(1).
           03 pa-parm2        pic x(30).

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       fd ruleFile.
       01 ruleLine.
           03 ru-first  pic x(8).
           03 filler    pic x(1).
           03 ru-second pic x(8).
           03 filler    pic x(1).
           03 ru-level  pic x(1).
           03 filler    pic x(1).
           03 ru-text   pic x(40).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd reportFile.
       01 reportLine pic x(132).

      *> one attributable action - who, on which contact, when,
      *> what, and the invoice and source row it came from
       sd sortWork.
       01 sortRec.
           03 sw-operator  pic x(8).
           03 sw-recordId  pic 9(9).
           03 sw-date      pic 9(8).
           03 sw-time      pic x(6).
           03 sw-action    pic x(8).
           03 sw-invoiceNo pic 9(9).
           03 sw-source    pic x(12).

       working-storage section.
       01 eof pic x(1) value "N".
       01 wsSortEof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 fs-audit       pic x(2).
       01 fs-history     pic x(2).
       01 fs-payhistory  pic x(2).
       01 fs-register    pic x(2).
       01 fs-creditnote  pic x(2).
       01 fs-writeoff pic x(2).
       01 fs-pendingfile pic x(2).
       01 fs-permission  pic x(2).
       01 fs-rule        pic x(2).
       01 fs-master      pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunDateView redefines wsRunDate.
           03 wsRunYyyy pic 9(4).
           03 wsRunMm   pic 9(2).
           03 wsRunDd   pic 9(2).
       01 wsMonth pic 9(6).
       01 wsMonthView redefines wsMonth.
           03 wsMonthYyyy pic 9(4).
           03 wsMonthMm   pic 9(2).
       01 wsNextMonth pic 9(6).
       01 wsNextMonthView redefines wsNextMonth.
           03 wsNextYyyy pic 9(4).
           03 wsNextMm   pic 9(2).
       01 wsMonthStart pic 9(8).
       01 wsMonthEnd pic 9(8).
       01 wsWindowStart pic 9(8).
       01 wsLookbackDays pic 9(3).
       01 wsDayNumber pic 9(9) comp-5.
      *> the action in hand before it is released to the sort
       01 wsEvent.
           03 ev-operator  pic x(8).
           03 ev-recordId  pic 9(9).
           03 ev-date      pic 9(8).
           03 ev-time      pic x(6).
           03 ev-action    pic x(8).
           03 ev-invoiceNo pic 9(9).
           03 ev-source    pic x(12).
       01 wsCreditDate pic 9(8) value 0.
      *> the maintained incompatible pairs
       01 ruleTable.
           03 ruleEntry occurs 100 times.
               05 rl-first  pic x(8).
               05 rl-second pic x(8).
               05 rl-level  pic x(1).
               05 rl-text   pic x(40).
               05 rl-hits   pic 9(9) comp-5.
       01 ruleCount pic 9(4) comp-5 value 0.
       01 wsRuleSub pic 9(4) comp-5.
      *> operators holding the supervisor level
       01 supervisorTable.
           03 supervisorId occurs 200 times pic x(8).
       01 supervisorCount pic 9(4) comp-5 value 0.
       01 wsIsSupervisor pic x(1).
      *> one operator's actions on one contact, from the sort
       01 groupTable.
           03 groupEntry occurs 500 times.
               05 gr-date      pic 9(8).
               05 gr-time      pic x(6).
               05 gr-action    pic x(8).
               05 gr-invoiceNo pic 9(9).
               05 gr-source    pic x(12).
       01 groupCount pic 9(9) comp-5 value 0.
       01 groupOperator pic x(8) value spaces.
       01 groupRecordId pic 9(9) value 0.
       01 groupOverflow pic 9(9) comp-5 value 0.
      *> the supervisor-level actions of the month, listed last
       01 reviewTable.
           03 reviewEntry occurs 3000 times.
               05 rv-operator  pic x(8).
               05 rv-date      pic 9(8).
               05 rv-action    pic x(8).
               05 rv-recordId  pic 9(9).
               05 rv-invoiceNo pic 9(9).
               05 rv-source    pic x(12).
       01 reviewCount pic 9(9) comp-5 value 0.
       01 wsFirst pic 9(9) comp-5.
       01 wsSecond pic 9(9) comp-5.
       01 eventCount pic 9(9) comp-5 value 0.
       01 unattributedCount pic 9(9) comp-5 value 0.
       01 conflictCount pic 9(9) comp-5 value 0.
       01 reportHeading.
           03 filler pic x(40)
               value "SEGREGATION-OF-DUTIES CONFLICTS - MONTH ".
           03 rh-month pic 9(6).
           03 filler pic x(17) value "   ACTIONS SINCE ".
           03 rh-window pic 9(8).
       01 conflictHeading.
           03 filler pic x(9)  value "OPERATOR".
           03 filler pic x(10) value "CONTACT".
           03 filler pic x(41) value "RULE".
           03 filler pic x(36) value "FIRST ACTION".
           03 filler pic x(36) value "SECOND ACTION".
       01 conflictLine.
           03 cl-operator pic x(8).
           03 filler      pic x(1) value space.
           03 cl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 cl-rule     pic x(40).
           03 filler      pic x(1) value space.
           03 cl-first.
               05 cl-firstAction  pic x(8).
               05 filler          pic x(1) value space.
               05 cl-firstDate    pic 9(8).
               05 filler          pic x(1) value space.
               05 cl-firstInvoice pic z(8)9.
               05 filler          pic x(9) value spaces.
           03 cl-second.
               05 cl-secondAction  pic x(8).
               05 filler           pic x(1) value space.
               05 cl-secondDate    pic 9(8).
               05 filler           pic x(1) value space.
               05 cl-secondInvoice pic z(8)9.
       01 ruleSummaryLine.
           03 rs-first  pic x(8).
           03 filler    pic x(1) value space.
           03 rs-second pic x(8).
           03 filler    pic x(1) value space.
           03 rs-level  pic x(1).
           03 filler    pic x(1) value space.
           03 rs-text   pic x(40).
           03 filler    pic x(1) value space.
           03 rs-hits   pic z(8)9.
       01 reviewHeading.
           03 filler pic x(9)  value "OPERATOR".
           03 filler pic x(9)  value "DATE".
           03 filler pic x(9)  value "ACTION".
           03 filler pic x(10) value "CONTACT".
           03 filler pic x(10) value "INVOICE".
           03 filler pic x(12) value "SOURCE".
       01 reviewLine.
           03 vl-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 vl-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 vl-action    pic x(8).
           03 filler       pic x(1) value space.
           03 vl-recordId  pic z(8)9.
           03 filler       pic x(1) value space.
           03 vl-invoiceNo pic z(8)9.
           03 filler       pic x(1) value space.
           03 vl-source    pic x(12).

       linkage section.
      *> the yyyymm to report - zero means last month
       01 monthParm pic 9(6).
      *> how far before the month an earlier action may lie and
      *> still pair - zero takes 90 days
       01 lookbackParm pic 9(3).

       procedure division using monthParm lookbackParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           if monthParm = 0
               move wsRunYyyy to wsMonthYyyy
               move wsRunMm to wsMonthMm
               if wsMonthMm = 1
                   move 12 to wsMonthMm
                   subtract 1 from wsMonthYyyy
               else
                   subtract 1 from wsMonthMm
               end-if
           else
               move monthParm to wsMonth
           end-if
           if lookbackParm = 0
               move 90 to wsLookbackDays
           else
               move lookbackParm to wsLookbackDays
           end-if
           perform 0500-month-bounds

           perform 0600-load-rules
           if ruleCount = 0
               display "no conflict rules on file - nothing checked"
               goback
           end-if
           perform 0700-load-supervisors

           open input receivablesFile
           open output reportFile
           move wsMonth to rh-month
           move wsWindowStart to rh-window
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from conflictHeading

           sort sortWork
               on ascending key sw-operator sw-recordId
                                sw-date sw-time
               input procedure is 1000-gather-actions
               output procedure is 2000-check-conflicts

           perform 3000-write-rule-summary
           perform 4000-write-supervisor-review
           close reportFile
           close receivablesFile

           display "actions gathered:        " eventCount
           display "actions with no operator:" unattributedCount
           display "conflicts found:         " conflictCount
           display "supervisor actions:      " reviewCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-month-bounds section.
           compute wsMonthStart = wsMonth * 100 + 1
           move wsMonth to wsNextMonth
           if wsNextMm = 12
               move 1 to wsNextMm
               add 1 to wsNextYyyy
           else
               add 1 to wsNextMm
           end-if
           compute wsDayNumber
               = function integer-of-date(wsNextMonth * 100 + 1) - 1
           compute wsMonthEnd = function date-of-integer(wsDayNumber)
           compute wsDayNumber
               = function integer-of-date(wsMonthStart)
               - wsLookbackDays
           compute wsWindowStart
               = function date-of-integer(wsDayNumber)
           .

       0600-load-rules section.
           move "N" to eof
           open input ruleFile
           if fs-rule = "00"
               perform until eof = "Y"
                   read ruleFile
                       at end
                           move "Y" to eof
                       not at end
                           if ru-first not = spaces
                              and ru-second not = spaces
                              and (ru-level = "R" or ru-level = "I")
                              and ruleCount < 100
                               add 1 to ruleCount
                               move ru-first to rl-first(ruleCount)
                               move ru-second to rl-second(ruleCount)
                               move ru-level to rl-level(ruleCount)
                               move ru-text to rl-text(ruleCount)
                               move 0 to rl-hits(ruleCount)
                           end-if
                   end-read
               end-perform
           end-if
           close ruleFile
           move "N" to eof
           .

       0700-load-supervisors section.
           move "N" to eof
           open input permissionFile
           if fs-permission = "00"
               perform until eof = "Y"
                   read permissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if op-level = "S"
                              and supervisorCount < 200
                               add 1 to supervisorCount
                               move op-operatorId
                                   to supervisorId(supervisorCount)
                           end-if
                   end-read
               end-perform
           end-if
           close permissionFile
           move "N" to eof
           .

      *****************************************************************
      * Input procedure - one sort record per attributable action
      *****************************************************************
       1000-gather-actions section.
           perform 1100-gather-audit
           perform 1200-gather-field-history
           perform 1300-gather-payment-history
           perform 1400-gather-register
           perform 1500-gather-credit-notes
           perform 1600-gather-write-offs
           perform 1700-gather-pending-actions
           .

       1100-gather-audit section.
           open input auditFile
           if fs-audit = "00"
               perform until eof = "Y"
                   read auditFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1110-note-audit-row
                   end-read
               end-perform
           end-if
           close auditFile
           move "N" to eof
           .

       1110-note-audit-row section.
           if au-timestamp(1:8) is numeric
               move spaces to wsEvent
               move au-operator to ev-operator
               move au-timestamp(1:8) to ev-date
               move au-timestamp(9:6) to ev-time
               move 0 to ev-invoiceNo
               move "AUDIT" to ev-source
               move recordId of au-after to ev-recordId
               evaluate au-operation
                   when "WRITE"
                       move "RECADD" to ev-action
                   when "REWRITE"
                       move "RECCHG" to ev-action
                   when "DELETE"
                       move "RECDEL" to ev-action
                       move recordId of au-before to ev-recordId
                   when "RESTORE"
                       move "RECREST" to ev-action
               end-evaluate
               if ev-action not = spaces
                   perform 1900-release-action
               end-if
           end-if
           .

       1200-gather-field-history section.
           open input historyFile
           if fs-history = "00"
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1210-note-field-row
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           .

      *> the address is street, city and postal code together
       1210-note-field-row section.
           if hi-timestamp(1:8) is numeric
              and hi-recordId is numeric
               move spaces to wsEvent
               move hi-operator to ev-operator
               move hi-recordId to ev-recordId
               move hi-timestamp(1:8) to ev-date
               move hi-timestamp(9:6) to ev-time
               move 0 to ev-invoiceNo
               move "FIELD HISTORY" to ev-source
               evaluate hi-fieldName
                   when "recordStreet"
                   when "recordCity"
                   when "recordCode"
                       move "ADDRCHG" to ev-action
                   when "recordPhone"
                   when "recordMobile"
                       move "PHONECHG" to ev-action
                   when "recordEmail"
                       move "EMAILCHG" to ev-action
                   when "recordName"
                   when "recordFamily"
                       move "NAMECHG" to ev-action
                   when other
                       move "FLDCHG" to ev-action
               end-evaluate
               perform 1900-release-action
           end-if
           .

       1300-gather-payment-history section.
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if (ph-type = "P" or ph-type = "R")
                              and ph-runDate is numeric
                               move spaces to wsEvent
                               move ph-operator to ev-operator
                               move ph-runDate to ev-date
                               move ph-invoiceNo to ev-invoiceNo
                               move "PAY HISTORY" to ev-source
                               if ph-type = "P"
                                   move "PAYPOST" to ev-action
                               else
                                   move "PAYREV" to ev-action
                               end-if
                               perform 1950-find-invoice-contact
                               perform 1900-release-action
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           .

      *> invoices only - credit-note rows carry a "CN" number and
      *> are taken from the credit documents instead
       1400-gather-register section.
           open input registerFile
           if fs-register = "00"
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           if rg-invoiceNo is numeric
                              and rg-date is numeric
                              and rg-recordId is numeric
                               move spaces to wsEvent
                               move rg-operator to ev-operator
                               move rg-recordId to ev-recordId
                               move rg-date to ev-date
                               move rg-invoiceNo to ev-invoiceNo
                               move "INVGEN" to ev-action
                               move "REGISTER" to ev-source
                               perform 1900-release-action
                           end-if
                   end-read
               end-perform
           end-if
           close registerFile
           move "N" to eof
           .

       1500-gather-credit-notes section.
           move 0 to wsCreditDate
           open input creditNoteFile
           if fs-creditnote = "00"
               perform until eof = "Y"
                   read creditNoteFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1510-note-credit-row
                   end-read
               end-perform
           end-if
           close creditNoteFile
           move "N" to eof
           .

       1510-note-credit-row section.
           if cn-title = "CREDIT NOTE " and cn-date is numeric
               move cn-date to wsCreditDate
           end-if
           if cn-against = "AGAINST INVOICE "
              and cn-invoiceNo is numeric
               move spaces to wsEvent
               move cn-operator to ev-operator
               move wsCreditDate to ev-date
               move cn-invoiceNo to ev-invoiceNo
               move "CREDIT" to ev-action
               move "CREDIT NOTES" to ev-source
               perform 1950-find-invoice-contact
               perform 1900-release-action
           end-if
           .

      *> every write-off row names the supervisor who authorized it
       1600-gather-write-offs section.
           open input writeOffHistoryFile
           if fs-writeoff = "00"
               perform until eof = "Y"
                   read writeOffHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1610-note-write-off-row
                   end-read
               end-perform
           end-if
           close writeOffHistoryFile
           move "N" to eof
           .

       1610-note-write-off-row section.
           if woInvoiceNo is numeric and woRecordId is numeric
               move spaces to wsEvent
               move woOperator to ev-operator
               move woRecordId to ev-recordId
               move woInvoiceNo to ev-invoiceNo
               move woDate to ev-date
               move woTime to ev-time
               move "WRITEOFF" to ev-action
               move "WRITE-OFF" to ev-source
               perform 1900-release-action
           end-if
           .

      *> a request is its requester's action, an approval its
      *> approver's - on a contact where the first parameter is one
      *> (a merge), otherwise on no contact in particular
       1700-gather-pending-actions section.
           open input pendingFile
           if fs-pendingfile = "00"
               perform until eof = "Y"
                   read pendingFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1710-note-pending-row
                   end-read
               end-perform
           end-if
           close pendingFile
           move "N" to eof
           .

       1710-note-pending-row section.
           move spaces to wsEvent
           move 0 to ev-recordId
           if pa-parm1(1:9) is numeric and pa-parm1(10:21) = spaces
               move pa-parm1(1:9) to ev-recordId
           end-if
           move 0 to ev-invoiceNo
           move "PENDING" to ev-source
           if pa-requestDate is numeric
               move pa-requester to ev-operator
               move pa-requestDate to ev-date
               move "REQUEST" to ev-action
               perform 1900-release-action
           end-if
           if (pa-status = "A" or pa-status = "D")
              and pa-approver not = spaces
              and pa-decisionDate is numeric
               move pa-approver to ev-operator
               move pa-decisionDate to ev-date
               move spaces to ev-time
               move "APPROVE" to ev-action
               perform 1900-release-action
           end-if
           .

      *> only actions with an operator, inside the window, go on
       1900-release-action section.
           if ev-operator = spaces
               add 1 to unattributedCount
           else
               if ev-date >= wsWindowStart and ev-date <= wsMonthEnd
                   add 1 to eventCount
                   move ev-operator  to sw-operator
                   move ev-recordId  to sw-recordId
                   move ev-date      to sw-date
                   move ev-time      to sw-time
                   move ev-action    to sw-action
                   move ev-invoiceNo to sw-invoiceNo
                   move ev-source    to sw-source
                   release sortRec
               end-if
           end-if
           .

       1950-find-invoice-contact section.
           move 0 to ev-recordId
           move ev-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   move rmRecordId of receivableRec to ev-recordId
           end-read
           .

      *****************************************************************
      * Output procedure - pairs within each operator and contact
      *****************************************************************
       2000-check-conflicts section.
           move 0 to groupCount
           move "N" to wsSortEof
           perform until wsSortEof = "Y"
               return sortWork
                   at end
                       move "Y" to wsSortEof
                   not at end
                       perform 2100-take-one-action
               end-return
           end-perform
           perform 2200-check-one-group
           if groupOverflow > 0
               display "actions past 500 for one operator and"
                   " contact not paired: " groupOverflow
           end-if
           .

       2100-take-one-action section.
           if groupCount > 0
              and (sw-operator not = groupOperator
                   or sw-recordId not = groupRecordId)
               perform 2200-check-one-group
               move 0 to groupCount
           end-if
           move sw-operator to groupOperator
           move sw-recordId to groupRecordId
           if groupCount < 500
               add 1 to groupCount
               move sw-date to gr-date(groupCount)
               move sw-time to gr-time(groupCount)
               move sw-action to gr-action(groupCount)
               move sw-invoiceNo to gr-invoiceNo(groupCount)
               move sw-source to gr-source(groupCount)
           else
               add 1 to groupOverflow
           end-if
           if sw-date >= wsMonthStart
               perform 2150-note-supervisor-action
           end-if
           .

       2150-note-supervisor-action section.
           move "N" to wsIsSupervisor
           move 1 to sub
           perform until sub > supervisorCount
               if supervisorId(sub) = sw-operator
                   move "Y" to wsIsSupervisor
               end-if
               add 1 to sub
           end-perform
           if wsIsSupervisor = "Y" and reviewCount < 3000
               add 1 to reviewCount
               move sw-operator to rv-operator(reviewCount)
               move sw-date to rv-date(reviewCount)
               move sw-action to rv-action(reviewCount)
               move sw-recordId to rv-recordId(reviewCount)
               move sw-invoiceNo to rv-invoiceNo(reviewCount)
               move sw-source to rv-source(reviewCount)
           end-if
           .

      *> the group is in date order, so the second of a pair is the
      *> later - it must fall in the month for the pair to count.
      *> Actions on no known contact pair with nothing.
       2200-check-one-group section.
           if groupRecordId > 0
               move 1 to wsFirst
               perform until wsFirst >= groupCount
                   compute wsSecond = wsFirst + 1
                   perform until wsSecond > groupCount
                       if gr-date(wsSecond) >= wsMonthStart
                           perform 2300-check-one-pair
                       end-if
                       add 1 to wsSecond
                   end-perform
                   add 1 to wsFirst
               end-perform
           end-if
           .

       2300-check-one-pair section.
           move 1 to wsRuleSub
           perform until wsRuleSub > ruleCount
               if ((rl-first(wsRuleSub) = gr-action(wsFirst)
                    and rl-second(wsRuleSub) = gr-action(wsSecond))
                   or (rl-first(wsRuleSub) = gr-action(wsSecond)
                    and rl-second(wsRuleSub) = gr-action(wsFirst)))
                  and (rl-level(wsRuleSub) = "R"
                       or (gr-invoiceNo(wsFirst) > 0
                           and gr-invoiceNo(wsFirst)
                               = gr-invoiceNo(wsSecond)))
                   perform 2400-write-conflict
               end-if
               add 1 to wsRuleSub
           end-perform
           .

       2400-write-conflict section.
           add 1 to conflictCount
           add 1 to rl-hits(wsRuleSub)
           move spaces to conflictLine
           move groupOperator to cl-operator
           move groupRecordId to cl-recordId
           move rl-text(wsRuleSub) to cl-rule
           move gr-action(wsFirst) to cl-firstAction
           move gr-date(wsFirst) to cl-firstDate
           move gr-invoiceNo(wsFirst) to cl-firstInvoice
           move gr-action(wsSecond) to cl-secondAction
           move gr-date(wsSecond) to cl-secondDate
           move gr-invoiceNo(wsSecond) to cl-secondInvoice
           write reportLine from conflictLine
           .

       3000-write-rule-summary section.
           move spaces to reportLine
           write reportLine
           move "CONFLICTS BY RULE" to reportLine
           write reportLine
           move 1 to wsRuleSub
           perform until wsRuleSub > ruleCount
               move spaces to ruleSummaryLine
               move rl-first(wsRuleSub) to rs-first
               move rl-second(wsRuleSub) to rs-second
               move rl-level(wsRuleSub) to rs-level
               move rl-text(wsRuleSub) to rs-text
               move rl-hits(wsRuleSub) to rs-hits
               write reportLine from ruleSummaryLine
               add 1 to wsRuleSub
           end-perform
           .

      *> every action in the month by a supervisor-level operator,
      *> in operator and contact order as the sort left them
       4000-write-supervisor-review section.
           move spaces to reportLine
           write reportLine
           move "SUPERVISOR-LEVEL ACTIONS FOR REVIEW" to reportLine
           write reportLine
           write reportLine from reviewHeading
           move 1 to sub
           perform until sub > reviewCount
               move spaces to reviewLine
               move rv-operator(sub) to vl-operator
               move rv-date(sub) to vl-date
               move rv-action(sub) to vl-action
               move rv-recordId(sub) to vl-recordId
               move rv-invoiceNo(sub) to vl-invoiceNo
               move rv-source(sub) to vl-source
               write reportLine from reviewLine
               add 1 to sub
           end-perform
           if reviewCount = 0
               move "no supervisor-level actions this month"
                   to reportLine
               write reportLine
           end-if
           .

       end program sodConflictReport.
