      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The supervisor's decision on billing the credit check parked
      *> on held-billing.txt, in the cityMasterUpdate mold.  Applies
      *> held-billing-decisions.txt: action R (release - the next
      *> invoiceGeneration run invoices the hold's lines without the
      *> credit check) or C (cancel - the lines are never billed)
      *> against a hold number from held-billing-report.txt.  Every
      *> line of the hold still waiting is decided together and
      *> stamped with the run date and the deciding operator.  The
      *> run requires the same supervisor level writeOffRun does -
      *> the operator's row on operator-permissions.txt must carry
      *> level "S".  A hold already decided, or unknown, is rejected;
      *> rejected rows are counted and shown, never forced through.
       program-id. heldBillingRelease as "heldBillingRelease".

       environment division.
       input-output section.
       file-control.
           select optional heldFile
           assign to ".\held-billing.txt"
           organization is indexed
           access is dynamic
           record key hbKey of heldRec with no duplicates
           alternate record key hbRecordId of heldRec
               with duplicates
           file status is fs-held.

           select decisionFile
           assign to ".\held-billing-decisions.txt"
           organization is line sequential
           file status is fs-decision.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

       data division.
       file section.
       fd heldFile.
       01 heldRec.
       copy "heldbilling.cpy".

       fd decisionFile.
       01 decisionLine.
           03 hd-action pic x(1).
           03 filler    pic x(1).
           03 hd-holdNo pic 9(9).

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-held       pic x(2).
       01 fs-decision   pic x(2).
       01 fs-permission pic x(2).
       01 wsRunDate pic 9(8).
       01 wsOperatorLevel pic x(1) value "O".
       01 wsHeldEof pic x(1) value "N".
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsLinesDecided pic 9(9) comp-5 value 0.
       01 releasedCount pic 9(9) comp-5 value 0.
       01 cancelledCount pic 9(9) comp-5 value 0.
       01 linesCount pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.

       linkage section.
      *> who is deciding - must carry "S" on the permissions file
       01 operatorParm pic x(8).

       procedure division using operatorParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 0500-check-supervisor
           if wsOperatorLevel not = "S"
               display "operator " operatorParm " is not a"
                   " supervisor - no hold decided"
               goback
           end-if

           open i-o heldFile
           if fs-held not = "00" and fs-held not = "05"
               display "held billing file not usable, file status "
                   fs-held ", nothing applied"
               goback
           end-if
           open input decisionFile
           if fs-decision = "00"
               perform until eof = "Y"
                   read decisionFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-apply-one-decision
                   end-read
               end-perform
               close decisionFile
           else
               display "decision file not found, file status "
                   fs-decision ", nothing applied"
           end-if
           close heldFile

           display "holds released:     " releasedCount
           display "holds cancelled:    " cancelledCount
           display "lines decided:      " linesCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> same lookup signOnOperatorFunc does - no row, or any level
      *> but "S", refuses the run
       0500-check-supervisor section.
           move "O" to wsOperatorLevel
           move "N" to eof
           open input permissionFile
           if fs-permission = "00"
               perform until eof = "Y"
                   read permissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if op-operatorId = operatorParm
                               move op-level to wsOperatorLevel
                               move "Y" to eof
                           end-if
                   end-read
               end-perform
           end-if
           close permissionFile
           move "N" to eof
           .

       1000-apply-one-decision section.
           move "Y" to wsRowOk
           move spaces to wsReason
           evaluate true
               when hd-action not = "R" and hd-action not = "C"
                   move "N" to wsRowOk
                   move "unknown action" to wsReason
               when hd-holdNo is not numeric or hd-holdNo = 0
                   move "N" to wsRowOk
                   move "hold number missing" to wsReason
               when other
                   perform 2000-decide-hold
                   if wsLinesDecided = 0
                       move "N" to wsRowOk
                       move "no held lines under this hold number"
                           to wsReason
                   end-if
           end-evaluate
           if wsRowOk = "Y"
               if hd-action = "R"
                   add 1 to releasedCount
               else
                   add 1 to cancelledCount
               end-if
           else
               add 1 to rejectedCount
               display "rejected " hd-action " for hold "
                   hd-holdNo ": " wsReason
           end-if
           .

      *> every line of the hold still at H takes the decision
       2000-decide-hold section.
           move 0 to wsLinesDecided
           move "N" to wsHeldEof
           move hd-holdNo to hbHoldNo of heldRec
           move 0 to hbLineNo of heldRec
           start heldFile
               key is >= hbKey of heldRec
               invalid key
                   move "Y" to wsHeldEof
               not invalid key
                   continue
           end-start
           perform until wsHeldEof = "Y"
               read heldFile next record
                   at end
                       move "Y" to wsHeldEof
                   not at end
                       if hbHoldNo of heldRec not = hd-holdNo
                           move "Y" to wsHeldEof
                       else
                           if hbStatus of heldRec = "H"
                               move hd-action to hbStatus of heldRec
                               move wsRunDate
                                   to hbDecidedDate of heldRec
                               move operatorParm
                                   to hbDecidedBy of heldRec
                               rewrite heldRec end-rewrite
                               add 1 to wsLinesDecided
                               add 1 to linesCount
                           end-if
                       end-if
               end-read
           end-perform
           .

       end program heldBillingRelease.
