      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Tells customers of a price change before it reaches their
      *> invoice - some contracts require the notice.  Takes the fee
      *> pairs pricingSimulator wrote to pricing-simulation-fees.txt
      *> for the change's effective date (run with
      *> ADDRESSBOOK_PRICE_CHANGE_DATE set to the same date, or the
      *> run is refused) and selects every contact whose fee moves
      *> by more than thresholdParm, in hundredths.  The run is a
      *> customer-facing mailing on the strength of a rate change,
      *> so it passes the same four-eyes gate massCityRename does
      *> before anything goes out.  Each selected contact gets a
      *> letter merged from price-notice-template-1.txt in the
      *> letter-template.txt token style - &CURRENT, &NEW and
      *> &EFFECTIVE on top of the record-field tokens - or, where
      *> their preference is email and they have an address, the
      *> first line of price-notice-template-2.txt through the
      *> message gateway as paymentReceipts sends receipts.  A
      *> do-not-mail, deceased or gone-away contact gets nothing.
      *> Every selected contact is logged to price-change-notices.txt
      *> (pricenotice.cpy), sent or not, and a contact the log
      *> already shows notified of this change is not written to
      *> twice.  billingExtract reads the log and holds anyone not
      *> notified in time at the old price.
       program-id. priceChangeNotice as "priceChangeNotice".

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

      *> pricingSimulator's fee pairs - "H" header with the date
      *> priced, then a "D" row per contact whose fee moves
           select feeFile
           assign to ".\pricing-simulation-fees.txt"
           organization is line sequential
           file status is fs-fees.

           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

      *> 1 the letter, 2 the email - each in the
      *> letter-template.txt substitution-token style
           select templateFile assign to wsTemplatePath
           organization is line sequential
           file status is fs-template.

           select printFile assign to ".\price-notice-letters.txt"
           organization is line sequential.

           select optional outboxFile
           assign to ".\message-outbox.txt"
           organization is line sequential.

           select optional noticeLogFile
           assign to ".\price-change-notices.txt"
           organization is line sequential
           file status is fs-noticelog.

      *> the four-eyes queue - a run queues a pending row and
      *> stands down until a second supervisor approves it
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

       fd feeFile.
       01 feeLine.
           03 fl-rowType  pic x(1).
           03 filler      pic x(1).
           03 fl-recordId pic 9(9).
           03 filler      pic x(1).
           03 fl-current  pic 9(9)v99.
           03 filler      pic x(1).
           03 fl-proposed pic 9(9)v99.
       01 feeHeader redefines feeLine.
           03 filler       pic x(1).
           03 filler       pic x(1).
           03 fh-effective pic 9(8).
           03 filler       pic x(1).
           03 fh-runDate   pic 9(8).
           03 filler       pic x(16).

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       fd templateFile.
       01 templateLine pic x(132).

       fd printFile.
       01 printLine pic x(132).

       fd outboxFile.
       01 outboxLine.
           03 ob-messageId pic x(14).
           03 filler       pic x(1) value space.
           03 ob-channel   pic x(1).
           03 filler       pic x(1) value space.
           03 ob-address   pic x(50).
           03 filler       pic x(1) value space.
           03 ob-text      pic x(100).

       fd noticeLogFile.
       01 noticeLogRec.
       copy "pricenotice.cpy".

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
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 wsTemplatePath pic x(30).
       01 fs-datafile    pic x(2).
       01 fs-fees        pic x(2).
       01 fs-preference  pic x(2).
       01 fs-suppression pic x(2).
       01 fs-template    pic x(2).
       01 fs-noticelog   pic x(2).
       01 fs-pendingfile pic x(2).
       01 wsRunDate pic 9(8).
       01 wsEffective pic 9(8).
       01 wsDateView redefines wsEffective.
           03 dv-yyyy pic 9(4).
           03 dv-mm   pic 9(2).
           03 dv-dd   pic 9(2).
       01 wsEffectiveText pic x(10).
       01 wsThreshold pic 9(9) value 0.
       01 wsFeesPriced pic 9(8) value 0.
       01 wsFeeRows pic 9(9) value 0.
      *> N when today leaves the full notice period before the
      *> change takes effect, L when it does not
       01 wsInTime pic x(1).
       01 wsDaysLeft pic s9(9) comp-5 value 0.
       78 defaultNoticeDays value 30.
       01 wsNoticeDays pic 9(9) value defaultNoticeDays.
       01 wsParamName  pic x(20) value "PRICE-NOTICE-DAYS".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
      *> the contacts the log already shows notified of this
      *> change, in time or late - a rerun does not write to them
      *> again
       01 notifiedTable.
           03 notifiedEntry occurs 10000 times
               pic 9(9) comp-5.
       01 notifiedCount pic 9(9) comp-5 value 0.
       01 wsNotified pic x(1) value "N".
      *> the two templates held in memory - 1 letter, 2 email
       01 templateTable.
           03 templateKind occurs 2 times.
               05 templateEntry occurs 60 times pic x(132).
               05 templateCount pic 9(9) comp-5.
       01 kindSub pic 9(1).
       01 lineSub pic 9(9) comp-5 value 1.
       01 wsInLine  pic x(132).
       01 wsOutLine pic x(132).
       01 inPos  pic 9(3) comp-5 value 1.
       01 outPos pic 9(3) comp-5 value 1.
       01 wsCodeText pic 9(5).
       01 wsAmountText pic z(8)9.99.
       01 wsCurrent pic 9(9)v99.
       01 wsProposed pic 9(9)v99.
       01 wsDelta pic s9(9)v99 comp-3.
       01 wsDeltaCents pic 9(11) comp-5.
       01 wsChannel pic x(1).
       01 wsAddress pic x(50).
       01 wsStatus pic x(1).
      *> gateway message ids run PN<date><sequence>
       01 wsMessageNo.
           03 filler pic x(2) value "PN".
           03 mn-date pic 9(8).
           03 mn-seq  pic 9(4).
       01 wsSequence pic 9(4) value 0.
       01 selectedCount   pic 9(9) comp-5 value 0.
       01 letterCount     pic 9(9) comp-5 value 0.
       01 emailCount      pic 9(9) comp-5 value 0.
       01 suppressedCount pic 9(9) comp-5 value 0.
       01 noChannelCount  pic 9(9) comp-5 value 0.
       01 repeatCount     pic 9(9) comp-5 value 0.
       01 goneCount       pic 9(9) comp-5 value 0.
       01 separatorLine pic x(40) value all "-".
       01 trailerLine.
           03 tr-label pic x(19).
           03 tr-count pic z(8)9.
      *> the pending-actions queue - P pending, A approved,
      *> R rejected, X expired, D done
       01 wsGateDate pic 9(8).
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
       01 wsPendingOp    pic x(12).
       01 wsPendingParm1 pic x(30).
       01 wsPendingParm2 pic x(30).
       01 wsPendingState pic x(1).
       01 wsGateText.
           03 filler       pic x(10) value "EFFECTIVE ".
           03 gt-effective pic 9(8).
           03 filler       pic x(5) value " MIN ".
           03 gt-threshold pic 9(7).
       01 wsGateRows.
           03 filler       pic x(10) value "FEES ROWS ".
           03 gr-rows      pic 9(9).

       linkage section.
      *> the date the new prices take effect, yyyymmdd
       01 effectiveParm pic 9(8).
      *> the smallest fee movement, in hundredths, that is told
       01 thresholdParm pic 9(9).
      *> who is asking - the requester on the pending row and the
      *> operator on every log row
       01 operatorParm pic x(8).

       procedure division using effectiveParm thresholdParm
                                operatorParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           if effectiveParm is not numeric or effectiveParm = 0
               display "effective date must be yyyymmdd"
                   " - nothing sent"
               goback
           end-if
           move effectiveParm to wsEffective
           if thresholdParm is numeric
               move thresholdParm to wsThreshold
           end-if
           string dv-dd "/" dv-mm "/" dv-yyyy
               delimited by size into wsEffectiveText
           end-string

           perform 0200-check-fee-file
           if fs-fees not = "00"
               display "pricing-simulation-fees.txt not found, file"
                   " status " fs-fees " - nothing sent"
               goback
           end-if
           if wsFeesPriced not = wsEffective
               display "fees were priced for " wsFeesPriced
                   " not " wsEffective " - run pricingSimulator"
                   " with ADDRESSBOOK_PRICE_CHANGE_DATE=" wsEffective
                   ", nothing sent"
               goback
           end-if

           perform 0500-load-templates
           if templateCount(1) = 0
               display "price-notice-template-1.txt missing or empty"
                   " - nothing sent"
               goback
           end-if

           move wsEffective to gt-effective
           move wsThreshold to gt-threshold
           move wsFeeRows to gr-rows
           move "PRICENOTICE" to wsPendingOp
           move wsGateText to wsPendingParm1
           move wsGateRows to wsPendingParm2
           perform 0100-check-four-eyes
           if wsPendingState not = "A"
               goback
           end-if

           call "systemParameter" using wsParamName wsParamDate
                                        wsNoticeDays wsParamFound
           compute wsDaysLeft = function integer-of-date(wsEffective)
               - function integer-of-date(wsRunDate)
           if wsDaysLeft >= wsNoticeDays
               move "N" to wsInTime
           else
               move "L" to wsInTime
               display "WARNING: " wsDaysLeft " days before the"
                   " change - notices sent now are late"
           end-if
           perform 0600-load-notified

           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           open input preferenceFile
           open input suppressionFile
           open output printFile
           open extend outboxFile
           open extend noticeLogFile
           move "N" to eof
           open input feeFile
           perform until eof = "Y"
               read feeFile
                   at end
                       move "Y" to eof
                   not at end
                       if fl-rowType = "D"
                           perform 1000-consider-one-fee
                       end-if
               end-read
           end-perform
           close feeFile
           perform 5000-write-trailer
           close noticeLogFile
           close outboxFile
           close printFile
           close suppressionFile
           close preferenceFile
           close datafile

           display "contacts selected:    " selectedCount
           display "notices by post:      " letterCount
           display "notices by email:     " emailCount
           display "withheld, suppressed: " suppressedCount
           display "no way to reach:      " noChannelCount
           display "already notified:     " repeatCount
           display "no longer on file:    " goneCount
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

      *> the same four-eyes gate massCityRename runs: an approved
      *> matching pending row is consumed and the run proceeds;
      *> otherwise the request is queued (or found still pending)
      *> and the run stands down
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
                       " supervisor - nothing sent"
               when other
                   perform 0130-queue-pending-action
                   display "request queued for approval - run"
                       " again once a second supervisor approves"
           end-evaluate
           .

       0110-load-pending-actions section.
           move 0 to pendingCount
           move "N" to eof
           open input pendingFile
           if fs-pendingfile = "00"
               perform until eof = "Y"
                   read pendingFile
                       at end
                           move "Y" to eof
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
           move "N" to eof
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

      *> the header says which date the fees were priced for, and
      *> the row count goes on the approval so a fee file rerun
      *> after approval needs approving again
       0200-check-fee-file section.
           move 0 to wsFeesPriced
           move 0 to wsFeeRows
           move "N" to eof
           open input feeFile
           if fs-fees = "00"
               perform until eof = "Y"
                   read feeFile
                       at end
                           move "Y" to eof
                       not at end
                           evaluate fl-rowType
                               when "H"
                                   move fh-effective to wsFeesPriced
                               when "D"
                                   add 1 to wsFeeRows
                               when other
                                   continue
                           end-evaluate
                   end-read
               end-perform
               close feeFile
           end-if
           move "N" to eof
           .

      *> a missing email template sends every notice by post
       0500-load-templates section.
           move 1 to kindSub
           perform until kindSub > 2
               move spaces to wsTemplatePath
               string ".\price-notice-template-" kindSub ".txt"
                   delimited by size into wsTemplatePath
               end-string
               move 0 to templateCount(kindSub)
               move "N" to eof
               open input templateFile
               if fs-template = "00"
                   perform until eof = "Y"
                       read templateFile
                           at end
                               move "Y" to eof
                           not at end
                               if templateCount(kindSub) < 60
                                   add 1 to templateCount(kindSub)
                                   move templateLine to templateEntry
                                       (kindSub, templateCount(kindSub))
                               end-if
                       end-read
                   end-perform
                   close templateFile
               end-if
               add 1 to kindSub
           end-perform
           move "N" to eof
           .

      *> the contacts already told of this change by an earlier run
       0600-load-notified section.
           move "N" to eof
           open input noticeLogFile
           if fs-noticelog = "00"
               perform until eof = "Y"
                   read noticeLogFile
                       at end
                           move "Y" to eof
                       not at end
                           if pnEffective of noticeLogRec = wsEffective
                              and (pnStatus of noticeLogRec = "N"
                                   or pnStatus of noticeLogRec = "L")
                              and notifiedCount < 10000
                               add 1 to notifiedCount
                               move pnRecordId of noticeLogRec
                                   to notifiedEntry(notifiedCount)
                           end-if
                   end-read
               end-perform
           end-if
           close noticeLogFile
           move "N" to eof
           .

       1000-consider-one-fee section.
           move fl-current to wsCurrent
           move fl-proposed to wsProposed
           compute wsDelta = wsProposed - wsCurrent
           if wsDelta < 0
               compute wsDeltaCents = (0 - wsDelta) * 100
           else
               compute wsDeltaCents = wsDelta * 100
           end-if
           if wsDeltaCents > wsThreshold
               move "N" to wsNotified
               move 1 to sub
               perform until sub > notifiedCount
                   if notifiedEntry(sub) = fl-recordId
                       move "Y" to wsNotified
                   end-if
                   add 1 to sub
               end-perform
               if wsNotified = "Y"
                   add 1 to repeatCount
               else
                   move fl-recordId to recordId of rec
                   read datafile
                       key is recordId of rec
                       invalid key
                           add 1 to goneCount
                       not invalid key
                           add 1 to selectedCount
                           perform 2000-notify-one-contact
                   end-read
               end-if
           end-if
           .

       2000-notify-one-contact section.
           perform 2100-choose-channel
           evaluate wsChannel
               when "S"
                   move space to wsChannel
                   move "S" to wsStatus
                   add 1 to suppressedCount
               when "X"
                   move space to wsChannel
                   move "X" to wsStatus
                   add 1 to noChannelCount
               when "E"
                   add 1 to wsSequence
                   move wsRunDate to mn-date
                   move wsSequence to mn-seq
                   perform 3100-send-email
                   move wsInTime to wsStatus
                   add 1 to emailCount
               when other
                   perform 3000-print-letter
                   move wsInTime to wsStatus
                   add 1 to letterCount
           end-evaluate
           perform 4000-log-notice
           .

      *> wsChannel comes back E (email to wsAddress), P (post), S
      *> when the contact is not to be mailed - do-not-mail,
      *> deceased or gone away - and X when there is no street to
      *> post to; no preference row reads as post
       2100-choose-channel section.
           move "P" to wsChannel
           move spaces to wsAddress
           move recordId of rec to prefRecordId of preferenceRec
           read preferenceFile
               key is prefRecordId of preferenceRec
               invalid key
                   move space to prefChannel of preferenceRec
                   move "N" to prefDoNotMail of preferenceRec
           end-read
           move recordId of rec to supRecordId of suppressionRec
           read suppressionFile
               key is supRecordId of suppressionRec
               invalid key
                   move "N" to supFlag of suppressionRec
           end-read
           evaluate true
               when prefDoNotMail of preferenceRec = "Y"
               when supFlag of suppressionRec = "Y"
                   move "S" to wsChannel
               when prefChannel of preferenceRec = "E"
                    and recordEmail of rec not = spaces
                    and templateCount(2) > 0
                   move "E" to wsChannel
                   move recordEmail of rec to wsAddress
               when recordStreet of rec = spaces
                   move "X" to wsChannel
               when other
                   continue
           end-evaluate
           .

       3000-print-letter section.
           move 1 to lineSub
           perform until lineSub > templateCount(1)
               move templateEntry(1, lineSub) to wsInLine
               perform 6000-substitute-one-line
               write printLine from wsOutLine
               add 1 to lineSub
           end-perform
           write printLine from separatorLine
           .

      *> the email is the template's first line, merged - the
      *> gateway takes one line of text per message
       3100-send-email section.
           move templateEntry(2, 1) to wsInLine
           perform 6000-substitute-one-line
           move spaces to outboxLine
           move wsMessageNo to ob-messageId
           move "E" to ob-channel
           move wsAddress to ob-address
           move wsOutLine to ob-text
           write outboxLine
           .

       4000-log-notice section.
           move spaces to noticeLogRec
           move wsEffective to pnEffective of noticeLogRec
           move recordId of rec to pnRecordId of noticeLogRec
           compute pnCurrent of noticeLogRec = wsCurrent * 100
           compute pnNew of noticeLogRec = wsProposed * 100
           move wsRunDate to pnNoticeDate of noticeLogRec
           move wsChannel to pnChannel of noticeLogRec
           move wsStatus to pnStatus of noticeLogRec
           move operatorParm to pnOperator of noticeLogRec
           write noticeLogRec
           .

      *> the count the mailing house balances the letters against
       5000-write-trailer section.
           move spaces to trailerLine
           move "NOTICES PRINTED" to tr-label
           move letterCount to tr-count
           write printLine from trailerLine
           .

      *> same character copy as mailMergeLetters, with the price
      *> change's own tokens on top of the record-field tokens
       6000-substitute-one-line section.
           move spaces to wsOutLine
           move 1 to inPos
           move 1 to outPos
           perform until inPos > 132
               if wsInLine(inPos:1) = "&"
                   perform 6100-substitute-one-token
               else
                   if outPos <= 132
                       move wsInLine(inPos:1) to wsOutLine(outPos:1)
                       add 1 to outPos
                   end-if
                   add 1 to inPos
               end-if
           end-perform
           .

       6100-substitute-one-token section.
           evaluate true
               when inPos <= 125
                    and wsInLine(inPos:8) = "&CURRENT"
                   move wsCurrent to wsAmountText
                   string wsAmountText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 8 to inPos
               when inPos <= 129
                    and wsInLine(inPos:4) = "&NEW"
                   move wsProposed to wsAmountText
                   string wsAmountText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 4 to inPos
               when inPos <= 123
                    and wsInLine(inPos:10) = "&EFFECTIVE"
                   string wsEffectiveText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 10 to inPos
               when inPos <= 126
                    and wsInLine(inPos:7) = "&FAMILY"
                   string recordFamily of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 7 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&NAME"
                   string recordName of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when inPos <= 126
                    and wsInLine(inPos:7) = "&STREET"
                   string recordStreet of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 7 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&CODE"
                   move recordCode of rec to wsCodeText
                   string wsCodeText delimited by size
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when inPos <= 128
                    and wsInLine(inPos:5) = "&CITY"
                   string recordCity of rec
                       delimited by "  "
                       into wsOutLine
                       with pointer outPos
                       on overflow continue
                   end-string
                   add 5 to inPos
               when other
                   if outPos <= 132
                       move wsInLine(inPos:1) to wsOutLine(outPos:1)
                       add 1 to outPos
                   end-if
                   add 1 to inPos
           end-evaluate
           .

       end program priceChangeNotice.
