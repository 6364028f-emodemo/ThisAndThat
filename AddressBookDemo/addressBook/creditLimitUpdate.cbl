      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintains credit-limits.txt, the per-contact credit limits
      *> invoiceGeneration checks before cutting an invoice, in the
      *> cityMasterUpdate mold.  Applies credit-limit-updates.txt:
      *> action A (add), U (update), or D (delete - the contact goes
      *> back to having no limit) for a recordId, with the limit in
      *> hundredths and the operator making the change, which is
      *> stamped on the row with the run date.  A zero limit is
      *> accepted and means no limit.  Rejected rows are counted and
      *> shown, never forced through.
       program-id. creditLimitUpdate as "creditLimitUpdate".

       environment division.
       input-output section.
       file-control.
           select optional creditLimitFile
           assign to ".\credit-limits.txt"
           organization is indexed
           access is dynamic
           record key clRecordId of creditLimitRec
               with no duplicates
           file status is fs-limit.

           select updateFile assign to ".\credit-limit-updates.txt"
           organization is line sequential
           file status is fs-update.

       data division.
       file section.
       fd creditLimitFile.
       01 creditLimitRec.
       copy "creditlimit.cpy".

       fd updateFile.
       01 updateLine.
           03 cu-action   pic x(1).
           03 filler      pic x(1).
           03 cu-recordId pic 9(9).
           03 filler      pic x(1).
      *> hundredths - zero means no limit
           03 cu-limit    pic 9(9).
           03 filler      pic x(1).
           03 cu-operator pic x(8).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-limit  pic x(2).
       01 fs-update pic x(2).
       01 addedCount    pic 9(9) comp-5 value 0.
       01 updatedCount  pic 9(9) comp-5 value 0.
       01 deletedCount  pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           open i-o creditLimitFile
           if fs-limit not = "00" and fs-limit not = "05"
               display "credit limit file not usable, file status "
                   fs-limit ", nothing applied"
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
           close creditLimitFile

           display "limits added:       " addedCount
           display "limits updated:     " updatedCount
           display "limits deleted:     " deletedCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-apply-one-update section.
           perform 2000-validate-row
           if wsRowOk = "Y"
               evaluate cu-action
                   when "A"
                       perform 1100-add-limit
                   when "U"
                       perform 1200-update-limit
                   when "D"
                       perform 1300-delete-limit
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

       1100-add-limit section.
           move cu-recordId to clRecordId of creditLimitRec
           move cu-limit to clLimit of creditLimitRec
           move wsRunDate to clSetDate of creditLimitRec
           move cu-operator to clSetBy of creditLimitRec
           write creditLimitRec
               invalid key
                   move "N" to wsRowOk
                   move "limit already on file" to wsReason
               not invalid key
                   add 1 to addedCount
           end-write
           .

       1200-update-limit section.
           move cu-recordId to clRecordId of creditLimitRec
           read creditLimitFile
               key is clRecordId of creditLimitRec
               invalid key
                   move "N" to wsRowOk
                   move "no limit for this recordId" to wsReason
               not invalid key
                   move cu-limit to clLimit of creditLimitRec
                   move wsRunDate to clSetDate of creditLimitRec
                   move cu-operator to clSetBy of creditLimitRec
                   rewrite creditLimitRec end-rewrite
                   add 1 to updatedCount
           end-read
           .

       1300-delete-limit section.
           move cu-recordId to clRecordId of creditLimitRec
           delete creditLimitFile record
               invalid key
                   move "N" to wsRowOk
                   move "no limit for this recordId" to wsReason
               not invalid key
                   add 1 to deletedCount
           end-delete
           .

       2000-validate-row section.
           move "Y" to wsRowOk
           move spaces to wsReason
           evaluate true
               when cu-recordId is not numeric
                    or cu-recordId = 0
                   move "N" to wsRowOk
                   move "recordId missing" to wsReason
               when cu-operator = spaces
                   move "N" to wsRowOk
                   move "operator missing" to wsReason
               when cu-action not = "D"
                    and cu-limit is not numeric
                   move "N" to wsRowOk
                   move "limit not numeric" to wsReason
           end-evaluate
           .

       end program creditLimitUpdate.
