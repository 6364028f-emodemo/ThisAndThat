      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintains records-confidential.txt, the restricted-contact
      *> markers confidentialMask honors on every directory, label,
      *> search and export, in the creditLimitUpdate mold.  Applies
      *> confidential-updates.txt: action A (add), U (update) or D
      *> (delete - the contact goes back to showing in full) for a
      *> recordId, with the clearance level needed to see the contact
      *> whole (1-9, 0 is taken as 1) and the reason - S staff, P
      *> protected person, V VIP.  Each row is stamped with the run
      *> date and the deciding operator, who must carry level "S" on
      *> operator-permissions.txt as for heldBillingRelease.  Rejected
      *> rows are counted and shown, never forced through.
       program-id. confidentialityUpdate as "confidentialityUpdate".

       environment division.
       input-output section.
       file-control.
           select optional confidentialFile
           assign to ".\records-confidential.txt"
           organization is indexed
           access is dynamic
           record key cfRecordId of confidentialRec
               with no duplicates
           file status is fs-confidential.

           select updateFile assign to ".\confidential-updates.txt"
           organization is line sequential
           file status is fs-update.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

       data division.
       file section.
       fd confidentialFile.
       01 confidentialRec.
       copy "confidential.cpy".

       fd updateFile.
       01 updateLine.
           03 cu-action   pic x(1).
           03 filler      pic x(1).
           03 cu-recordId pic 9(9).
           03 filler      pic x(1).
           03 cu-level    pic x(1).
           03 filler      pic x(1).
           03 cu-reason   pic x(1).

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-confidential pic x(2).
       01 fs-update       pic x(2).
       01 fs-permission   pic x(2).
       01 addedCount    pic 9(9) comp-5 value 0.
       01 updatedCount  pic 9(9) comp-5 value 0.
       01 deletedCount  pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 wsOperatorLevel pic x(1) value "O".
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).

       linkage section.
      *> who is deciding - must carry "S" on the permissions file
       01 operatorParm pic x(8).

       procedure division using operatorParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 0500-check-supervisor
           if wsOperatorLevel not = "S"
               display "operator " operatorParm " is not a"
                   " supervisor - no marker changed"
               goback
           end-if

           open i-o confidentialFile
           if fs-confidential not = "00"
              and fs-confidential not = "05"
               display "confidential file not usable, file status "
                   fs-confidential ", nothing applied"
               goback
           end-if
           open input updateFile
           if fs-update = "00"
               perform until eof = "Y"
                   read updateFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-apply-one-update
                   end-read
               end-perform
               close updateFile
           else
               display "update file not found, file status "
                   fs-update ", nothing applied"
           end-if
           close confidentialFile

           display "markers added:      " addedCount
           display "markers updated:    " updatedCount
           display "markers deleted:    " deletedCount
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

       1000-apply-one-update section.
           perform 2000-validate-row
           if wsRowOk = "Y"
               evaluate cu-action
                   when "A"
                       perform 1100-add-marker
                   when "U"
                       perform 1200-update-marker
                   when "D"
                       perform 1300-delete-marker
                   when other
                       move "N" to wsRowOk
                       move "unknown action" to wsReason
               end-evaluate
           end-if
           if wsRowOk not = "Y"
               add 1 to rejectedCount
               display "rejected " cu-action " for recordId "
                   cu-recordId ": " wsReason
           end-if
           .

       1100-add-marker section.
           move cu-recordId to cfRecordId of confidentialRec
           perform 1400-fill-marker
           write confidentialRec
               invalid key
                   move "N" to wsRowOk
                   move "marker already on file" to wsReason
               not invalid key
                   add 1 to addedCount
           end-write
           .

       1200-update-marker section.
           move cu-recordId to cfRecordId of confidentialRec
           read confidentialFile
               key is cfRecordId of confidentialRec
               invalid key
                   move "N" to wsRowOk
                   move "no marker for this recordId" to wsReason
               not invalid key
                   perform 1400-fill-marker
                   rewrite confidentialRec end-rewrite
                   add 1 to updatedCount
           end-read
           .

       1300-delete-marker section.
           move cu-recordId to cfRecordId of confidentialRec
           delete confidentialFile record
               invalid key
                   move "N" to wsRowOk
                   move "no marker for this recordId" to wsReason
               not invalid key
                   add 1 to deletedCount
           end-delete
           .

       1400-fill-marker section.
           move cu-level to cfLevel of confidentialRec
           if cfLevel of confidentialRec = 0
               move 1 to cfLevel of confidentialRec
           end-if
           move cu-reason to cfReason of confidentialRec
           move wsRunDate to cfSetDate of confidentialRec
           move operatorParm to cfSetBy of confidentialRec
           .

       2000-validate-row section.
           move "Y" to wsRowOk
           move spaces to wsReason
           evaluate true
               when cu-recordId is not numeric
                    or cu-recordId = 0
                   move "N" to wsRowOk
                   move "recordId missing" to wsReason
               when cu-action not = "D"
                    and cu-level is not numeric
                   move "N" to wsRowOk
                   move "level not 0-9" to wsReason
               when cu-action not = "D"
                    and cu-reason not = "S" and cu-reason not = "P"
                    and cu-reason not = "V"
                   move "N" to wsRowOk
                   move "reason not S, P or V" to wsReason
           end-evaluate
           .

       end program confidentialityUpdate.
