      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The bulk correction every other one-off fix used to need its
      *> own program for - massCityRename and massPostalRezone each
      *> know one field; this one is told the field.  Driven by
      *> bulk-changes.txt, one row per change: the recordId, the
      *> records.cpy field by name (recordName, recordFamily,
      *> recordCode, recordCity, recordStreet, recordPhone,
      *> recordEmail or recordMobile - the "record" may be left off,
      *> any case), the value the field is expected to hold now and
      *> the value it is to take.  A row whose expected value is not
      *> what the record holds is refused, so a change file cut
      *> against last week's data cannot overwrite this week's.
      *> Mode P previews: every row is checked and laid over the
      *> record in memory, the record put through validateRecordFunc
      *> the way a rewrite would judge it, and
      *> bulk-update-preview.txt lists exactly which records would
      *> change and which would be refused and why - nothing is
      *> written to the records.  The preview is stamped on
      *> bulk-update-previews.txt with the change file's fingerprint
      *> (rows and checksum).
      *> Mode L applies, and only a change file whose fingerprint a
      *> preview has stamped - edit the file and it must be previewed
      *> again.  The live run is under the four-eyes rule, queued on
      *> pending-actions.txt for a second supervisor as
      *> massCityRename is, the fingerprint carried on the pending
      *> row so the approver approves the file that was previewed.
      *> Each change goes through rewriteRecordFunc, so validation,
      *> the audit log and the field history fire as for a keyed
      *> change; bulk-update-report.txt lists what changed and what
      *> was refused.  The row reached is checkpointed on
      *> bulkFieldUpdate-restart.txt: a run that stops part way
      *> resumes after the last row done, on the approval it already
      *> used, and a clean finish clears the checkpoint.
       program-id. bulkFieldUpdate as "bulkFieldUpdate".

       environment division.
       input-output section.
       file-control.
           select changeFile assign to ".\bulk-changes.txt"
           organization is line sequential
           file status is fs-change.

           select reportFile assign to wsReportPath
           organization is line sequential.

           select optional previewLogFile
           assign to ".\bulk-update-previews.txt"
           organization is line sequential
           file status is fs-previewlog.

           select optional restartFile
           assign to ".\bulkFieldUpdate-restart.txt"
           organization is line sequential
           file status is fs-restart.

      *> the four-eyes queue - a live run queues a pending row and
      *> stands down unless a second supervisor has already
      *> approved the identical request through approvalQueue
           select optional pendingFile
           assign to ".\pending-actions.txt"
           organization is line sequential
           file status is fs-pendingfile.

       data division.
       file section.
       fd changeFile.
       01 changeLine.
           03 bc-recordId pic x(9).
           03 filler      pic x(1).
           03 bc-field    pic x(14).
           03 filler      pic x(1).
           03 bc-oldValue pic x(50).
           03 filler      pic x(1).
           03 bc-newValue pic x(50).

       fd reportFile.
       01 reportLine pic x(132).

       fd previewLogFile.
       01 previewLogLine.
           03 pv-date        pic 9(8).
           03 filler         pic x(1) value space.
           03 pv-time        pic 9(6).
           03 filler         pic x(1) value space.
           03 pv-operator    pic x(8).
           03 filler         pic x(1) value space.
           03 pv-fingerprint pic x(30).
           03 filler         pic x(1) value space.
           03 pv-changeCount pic 9(9).
           03 filler         pic x(1) value space.
           03 pv-refuseCount pic 9(9).

       fd restartFile.
       01 restartRec.
           03 rs-rowNo       pic 9(9).
           03 filler         pic x(1).
           03 rs-fingerprint pic x(30).

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
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
      *> validateRecordFunc's answer, kept apart from the records
      *> table it would otherwise overlay
       01 violationsParent.
           03 violationCount pic 9(2) comp.
           03 violationEntry occurs 10 times pic 9(3) comp.
           03 streetResult pic x(1).
           03 streetSuggestStreet pic x(30).
           03 streetSuggestCode pic 9(5).
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 recSub pic 9(9) comp-5 value 1.
       01 fs-change     pic x(2).
       01 fs-previewlog pic x(2).
       01 fs-restart    pic x(2).
       01 fs-pendingfile pic x(2).
       01 wsReportPath pic x(30).
       01 wsMode pic x(1).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
      *> the change file's fingerprint - its row count and a running
      *> checksum over every character, so a preview vouches for
      *> these rows and no others
       01 wsFingerprint.
           03 filler    pic x(5) value "ROWS ".
           03 fp-rows   pic 9(7).
           03 filler    pic x(5) value " SUM ".
           03 fp-sum    pic 9(9).
           03 filler    pic x(4) value spaces.
       01 wsChecksum pic 9(18) comp-5 value 0.
       01 charSub pic 9(4) comp-5 value 1.
       01 rowCount pic 9(9) comp-5 value 0.
       01 rowNo pic 9(9) comp-5 value 0.
       01 wsPreviewed pic x(1) value "N".
       01 wsRestartRow pic 9(9) comp-5 value 0.
       01 wsResuming pic x(1) value "N".
       01 wsCheckpointEof pic x(1) value "N".
      *> the change in hand
       01 wsRecordId pic 9(9) value 0.
       01 wsFieldName pic x(14).
       01 wsFieldLength pic 9(4) comp-5 value 0.
       01 wsOldText pic x(50).
       01 wsCodeText pic 9(5).
       01 wsRowOk pic x(1).
       01 wsReason pic x(40).
       01 changedCount pic 9(9) comp-5 value 0.
       01 refusedCount pic 9(9) comp-5 value 0.
       01 unchangedCount pic 9(9) comp-5 value 0.
       01 skippedCount pic 9(9) comp-5 value 0.
       01 wsGateDate pic 9(8).
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
       01 wsPendingOp    pic x(12).
       01 wsPendingParm1 pic x(30).
       01 wsPendingParm2 pic x(30).
       01 wsPendingState pic x(1).
       01 reportHeading.
           03 rh-title pic x(30).
           03 filler   pic x(6) value " DATE ".
           03 rh-date  pic 9(8).
           03 filler   pic x(2) value spaces.
           03 rh-fingerprint pic x(30).
       01 detailLine.
           03 dl-rowNo    pic z(6)9.
           03 filler      pic x(1) value space.
           03 dl-recordId pic x(9).
           03 filler      pic x(1) value space.
           03 dl-field    pic x(14).
           03 filler      pic x(1) value space.
           03 dl-status   pic x(12).
           03 filler      pic x(1) value space.
           03 dl-reason   pic x(40).
       01 valueLine.
           03 filler      pic x(10) value spaces.
           03 vl-label    pic x(5).
           03 vl-value    pic x(50).
       01 trailerLine.
           03 tr-label pic x(20).
           03 tr-count pic z(8)9.

       linkage section.
      *> P preview - nothing written; L live
       01 modeParm pic x(1).
      *> who is asking - the requester on the pending row and the
      *> operator on the preview stamp
       01 operatorParm pic x(8).

       procedure division using modeParm operatorParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           move function upper-case(modeParm) to wsMode
           if wsMode not = "P" and wsMode not = "L"
               display "mode must be P (preview) or L (live)"
                   " - nothing run"
               goback
           end-if

           perform 0200-fingerprint-change-file
           if fs-change not = "00"
               display "bulk-changes.txt not found, file status "
                   fs-change " - nothing run"
               goback
           end-if

           if wsMode = "L"
               perform 0300-check-previewed
               if wsPreviewed = "N"
                   display "this change file has not been previewed"
                       " - run mode P first, nothing applied"
                   goback
               end-if
               perform 0500-read-checkpoint
               if wsResuming = "N"
                   move "BULKUPDATE" to wsPendingOp
                   move wsFingerprint to wsPendingParm1
                   move "bulk-changes.txt" to wsPendingParm2
                   perform 0100-check-four-eyes
                   if wsPendingState not = "A"
                       goback
                   end-if
               else
                   display "resuming after change row " wsRestartRow
               end-if
               move ".\bulk-update-report.txt" to wsReportPath
           else
               move ".\bulk-update-preview.txt" to wsReportPath
           end-if

           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if
           initialize arrayParent
           move readAllRecords to func
           call "recordsProgram" using func tmprec arrayParent

           open output reportFile
           move spaces to reportHeading
           if wsMode = "P"
               move "BULK UPDATE PREVIEW - NO WRITES" to rh-title
           else
               move "BULK UPDATE APPLIED" to rh-title
           end-if
           move wsRunDate to rh-date
           move wsFingerprint to rh-fingerprint
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine

           if wsMode = "L"
               open extend restartFile
           end-if
           move 0 to rowNo
           move "N" to eof
           open input changeFile
           perform until eof = "Y"
               read changeFile
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to rowNo
                       if rowNo > wsRestartRow
                           perform 1000-work-one-change
                       else
                           add 1 to skippedCount
                       end-if
               end-read
           end-perform
           close changeFile
           move "N" to eof

           perform 3000-write-trailer
           close reportFile

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           if wsMode = "L"
               close restartFile
      *> the file ran to the end - clear the checkpoint so the next
      *> change file starts from its first row
               open output restartFile
               close restartFile
           else
               perform 2900-stamp-preview
           end-if

           if wsMode = "P"
               display "changes that would apply: " changedCount
           else
               display "changes applied:          " changedCount
           end-if
           display "changes refused:          " refusedCount
           display "already as asked:         " unchangedCount
           if skippedCount > 0
               display "rows done before restart: " skippedCount
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
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
                       " supervisor - nothing run"
               when other
                   perform 0130-queue-pending-action
                   display "request queued for approval - run"
                       " again once a second supervisor approves"
           end-evaluate
           .

       0110-load-pending-actions section.
           move 0 to pendingCount
           move "N" to wsCheckpointEof
           open input pendingFile
           if fs-pendingfile = "00"
               perform until wsCheckpointEof = "Y"
                   read pendingFile
                       at end
                           move "Y" to wsCheckpointEof
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
           move "N" to wsCheckpointEof
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

      *> one pass over the change file for its row count and
      *> checksum - every character weighed by its position, so a
      *> swapped pair of values changes the sum as surely as an
      *> edited one
       0200-fingerprint-change-file section.
           move 0 to rowCount
           move 0 to wsChecksum
           move "N" to eof
           open input changeFile
           if fs-change = "00"
               perform until eof = "Y"
                   read changeFile
                       at end
                           move "Y" to eof
                       not at end
                           add 1 to rowCount
                           perform 0210-sum-one-row
                   end-read
               end-perform
               close changeFile
           end-if
           move "N" to eof
           move rowCount to fp-rows
           move wsChecksum to fp-sum
           .

       0210-sum-one-row section.
           move 1 to charSub
           perform until charSub > 126
               compute wsChecksum = function mod(
                   wsChecksum * 31
                   + function ord(changeLine(charSub:1)) * charSub
                   + rowCount, 999999937)
               add 1 to charSub
           end-perform
           .

       0300-check-previewed section.
           move "N" to wsPreviewed
           move "N" to eof
           open input previewLogFile
           if fs-previewlog = "00"
               perform until eof = "Y"
                   read previewLogFile
                       at end
                           move "Y" to eof
                       not at end
                           if pv-fingerprint = wsFingerprint
                               move "Y" to wsPreviewed
                           end-if
                   end-read
               end-perform
           end-if
           close previewLogFile
           move "N" to eof
           .

      *> a checkpoint left by a run of this same change file that
      *> stopped part way - the approval was used by that run, so the
      *> resumed run goes on without asking again.  A checkpoint for
      *> some other file is stale and ignored.
       0500-read-checkpoint section.
           move 0 to wsRestartRow
           move "N" to wsResuming
           move "N" to wsCheckpointEof
           open input restartFile
           if fs-restart = "00"
               perform until wsCheckpointEof = "Y"
                   read restartFile
                       at end
                           move "Y" to wsCheckpointEof
                       not at end
                           if rs-fingerprint = wsFingerprint
                              and rs-rowNo is numeric
                               move rs-rowNo to wsRestartRow
                               move "Y" to wsResuming
                           end-if
                   end-read
               end-perform
           end-if
           close restartFile
           move "N" to wsCheckpointEof
           if wsResuming = "N"
               open output restartFile
               close restartFile
           end-if
           .

       1000-work-one-change section.
           move "Y" to wsRowOk
           move spaces to wsReason
           move spaces to detailLine
           move rowNo to dl-rowNo
           move bc-recordId to dl-recordId
           move function upper-case(bc-field) to wsFieldName
           if wsFieldName(1:6) = "RECORD"
               move wsFieldName(7:8) to wsFieldName
           end-if
           move wsFieldName to dl-field

           perform 1100-find-record
           if wsRowOk = "Y"
               perform 1200-check-and-lay-over
           end-if
           if wsRowOk = "Y"
               if tmprec = array(matchSub)
                   add 1 to unchangedCount
                   move "UNCHANGED" to dl-status
                   move "record already holds the new value"
                       to dl-reason
               else
                   if wsMode = "P"
                       perform 1300-preview-validate
                   else
                       perform 1400-apply-change
                   end-if
               end-if
           end-if
           if wsRowOk = "N"
               add 1 to refusedCount
               move "REFUSED" to dl-status
               move wsReason to dl-reason
           end-if
           write reportLine from detailLine
           move spaces to valueLine
           move "was: " to vl-label
           move wsOldText to vl-value
           write reportLine from valueLine
           move spaces to valueLine
           move "new: " to vl-label
           move bc-newValue to vl-value
           write reportLine from valueLine

           if wsMode = "L"
               move spaces to restartRec
               move rowNo to rs-rowNo
               move wsFingerprint to rs-fingerprint
               write restartRec
           end-if
           .

      *> the table read at the start, kept current as changes land
       1100-find-record section.
           move 0 to matchSub
           move spaces to wsOldText
           if bc-recordId is not numeric
               move "N" to wsRowOk
               move "recordId is not a number" to wsReason
           else
               move bc-recordId to wsRecordId
               move 1 to recSub
               perform until recSub > 5000
                             or recordId of array(recSub) = 0
                             or matchSub > 0
                   if recordId of array(recSub) = wsRecordId
                       move recSub to matchSub
                   end-if
                   add 1 to recSub
               end-perform
               if matchSub = 0
                   move "N" to wsRowOk
                   move "recordId not on file" to wsReason
               end-if
           end-if
           .

      *> the field named, its current value held against the one the
      *> change file expects, and the new value laid over a copy
       1200-check-and-lay-over section.
           move array(matchSub) to tmprec
           evaluate wsFieldName
               when "NAME"
                   move 30 to wsFieldLength
                   move recordName of tmprec to wsOldText
               when "FAMILY"
                   move 30 to wsFieldLength
                   move recordFamily of tmprec to wsOldText
               when "CODE"
                   move 5 to wsFieldLength
                   move recordCode of tmprec to wsCodeText
                   move wsCodeText to wsOldText
               when "CITY"
                   move 20 to wsFieldLength
                   move recordCity of tmprec to wsOldText
               when "STREET"
                   move 30 to wsFieldLength
                   move recordStreet of tmprec to wsOldText
               when "PHONE"
                   move 20 to wsFieldLength
                   move recordPhone of tmprec to wsOldText
               when "EMAIL"
                   move 50 to wsFieldLength
                   move recordEmail of tmprec to wsOldText
               when "MOBILE"
                   move 20 to wsFieldLength
                   move recordMobile of tmprec to wsOldText
               when other
                   move "N" to wsRowOk
                   move "no such field on the record" to wsReason
           end-evaluate
           if wsRowOk = "Y"
               evaluate true
                   when wsOldText not = bc-oldValue
                       move "N" to wsRowOk
                       move "record does not hold the expected value"
                           to wsReason
                   when wsFieldLength < 50
                        and bc-newValue(wsFieldLength + 1:) not = spaces
                       move "N" to wsRowOk
                       move "new value longer than the field"
                           to wsReason
                   when wsFieldName = "CODE"
                        and bc-newValue(1:5) is not numeric
                       move "N" to wsRowOk
                       move "postal code must be five digits"
                           to wsReason
                   when other
                       continue
               end-evaluate
           end-if
           if wsRowOk = "Y"
               evaluate wsFieldName
                   when "NAME"
                       move bc-newValue to recordName of tmprec
                   when "FAMILY"
                       move bc-newValue to recordFamily of tmprec
                   when "CODE"
                       move bc-newValue(1:5) to wsCodeText
                       move wsCodeText to recordCode of tmprec
                   when "CITY"
                       move bc-newValue to recordCity of tmprec
                   when "STREET"
                       move bc-newValue to recordStreet of tmprec
                   when "PHONE"
                       move bc-newValue to recordPhone of tmprec
                   when "EMAIL"
                       move bc-newValue to recordEmail of tmprec
                   when "MOBILE"
                       move bc-newValue to recordMobile of tmprec
               end-evaluate
           end-if
           .

      *> judged as rewriteRecordFunc would judge it - the postal code
      *> and phone checks; the duplicate-name and table-full checks
      *> are for new records and are passed by.  A change that
      *> would go through is held in the table, so a later row for
      *> the same record is judged against it.
       1300-preview-validate section.
           initialize violationsParent
           move validateRecord to func
           call "recordsProgram" using func tmprec violationsParent
           move err-success to return-code
           move 1 to sub
           perform until sub > violationCount
               if violationEntry(sub) not = err-duplicate-name
                  and violationEntry(sub) not = err-table-full
                  and return-code = err-success
                   move violationEntry(sub) to return-code
               end-if
               add 1 to sub
           end-perform
           if return-code = err-success
               move tmprec to array(matchSub)
               add 1 to changedCount
               move "WOULD CHANGE" to dl-status
           else
               perform 8000-map-reason
               move "N" to wsRowOk
               move err-success to return-code
           end-if
           .

       1400-apply-change section.
           move rewriteRecord to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code = err-success
               move tmprec to array(matchSub)
               add 1 to changedCount
               move "CHANGED" to dl-status
           else
               perform 8000-map-reason
               move "N" to wsRowOk
               move err-success to return-code
           end-if
           .

       2900-stamp-preview section.
           open extend previewLogFile
           move spaces to previewLogLine
           move wsRunDate to pv-date
           move wsRunTime(1:6) to pv-time
           move operatorParm to pv-operator
           move wsFingerprint to pv-fingerprint
           move changedCount to pv-changeCount
           move refusedCount to pv-refuseCount
           write previewLogLine
           close previewLogFile
           .

       3000-write-trailer section.
           move spaces to reportLine
           write reportLine
           move spaces to trailerLine
           if wsMode = "P"
               move "WOULD CHANGE:" to tr-label
           else
               move "CHANGED:" to tr-label
           end-if
           move changedCount to tr-count
           write reportLine from trailerLine
           move "REFUSED:" to tr-label
           move refusedCount to tr-count
           write reportLine from trailerLine
           move "UNCHANGED:" to tr-label
           move unchangedCount to tr-count
           write reportLine from trailerLine
           if skippedCount > 0
               move "DONE BEFORE RESTART:" to tr-label
               move skippedCount to tr-count
               write reportLine from trailerLine
           end-if
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
               when err-unknown-country
                   move "country not on the country table"
                       to wsReason
               when err-not-authorized
                   move "operator not authorized" to wsReason
               when other
                   move "refused - see return-code" to wsReason
           end-evaluate
           .

       end program bulkFieldUpdate.
