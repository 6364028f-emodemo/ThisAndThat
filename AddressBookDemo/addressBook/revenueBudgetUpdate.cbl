      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintains revenue-budget.txt, the budget budgetVarianceReport
      *> holds the invoiced fees and contact counts against, in the
      *> cityMasterUpdate mold.  Applies revenue-budget-updates.txt -
      *> action A (add), U (update), D (delete) followed by the
      *> budget.cpy key and amounts - so the annual budget is loaded
      *> as twelve rows a region and re-forecast a row at a time.
      *> A row is refused when its region is no cityRegion on
      *> city-master.txt (a typo would otherwise budget a region no
      *> contact can fall into), when the month is not a yyyymm, or
      *> when an amount is not numeric; refused rows are counted and
      *> shown rather than forced through.  Every row written is
      *> stamped with the run date and the operator applying it.
       program-id. revenueBudgetUpdate as "revenueBudgetUpdate".

       environment division.
       input-output section.
       file-control.
           select optional budgetFile assign to ".\revenue-budget.txt"
           organization is indexed
           access is dynamic
           record key bgKey of budgetRec with no duplicates
           file status is fs-budget.

           select updateFile
           assign to ".\revenue-budget-updates.txt"
           organization is line sequential
           file status is fs-update.

           select optional cityFile assign to ".\city-master.txt"
           organization is indexed
           access is dynamic
           record key cityName of cityMasterRec with no duplicates
           file status is fs-cityfile.

       data division.
       file section.
       fd budgetFile.
       01 budgetRec.
       copy "budget.cpy".

       fd updateFile.
       01 updateLine.
           03 bu-action pic x(1).
           03 filler    pic x(1).
           03 bu-entry.
               copy "budget.cpy" replacing ==02== by ==05==
                                           ==03== by ==06==.

       fd cityFile.
       01 cityMasterRec.
       copy "citymaster.cpy".

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-budget   pic x(2).
       01 fs-update   pic x(2).
       01 fs-cityfile pic x(2).
       01 addedCount    pic 9(9) comp-5 value 0.
       01 updatedCount  pic 9(9) comp-5 value 0.
       01 deletedCount  pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 wsRowOk pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsMonthNumber pic 9(2).
      *> the regions city-master.txt knows
       01 regionTable.
           03 regionEntry occurs 200 times pic x(20).
       01 regionCount pic 9(9) comp-5 value 0.
       01 wsRegionFound pic x(1) value "N".

       linkage section.
      *> who is applying the batch - stamped on each row written
       01 operatorParm pic x(8).

       procedure division using operatorParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 0500-load-regions

           open i-o budgetFile
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
           close budgetFile

           display "budget rows added:   " addedCount
           display "budget rows updated: " updatedCount
           display "budget rows deleted: " deletedCount
           display "rows rejected:       " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-load-regions section.
           open input cityFile
           if fs-cityfile = "00" or fs-cityfile = "05"
               move low-values to cityName of cityMasterRec
               start cityFile key is >= cityName of cityMasterRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read cityFile next record
                       at end
                           move "Y" to eof
                       not at end
                           perform 0510-note-one-region
                   end-read
               end-perform
           end-if
           close cityFile
           move "N" to eof
           .

       0510-note-one-region section.
           if cityRegion of cityMasterRec not = spaces
               move "N" to wsRegionFound
               move 1 to sub
               perform until sub > regionCount
                   if regionEntry(sub) = cityRegion of cityMasterRec
                       move "Y" to wsRegionFound
                   end-if
                   add 1 to sub
               end-perform
               if wsRegionFound = "N" and regionCount < 200
                   add 1 to regionCount
                   move cityRegion of cityMasterRec
                       to regionEntry(regionCount)
               end-if
           end-if
           .

       1000-apply-one-update section.
           move "Y" to wsRowOk
           move spaces to wsReason
           if bu-action not = "D"
               perform 1100-validate-row
           end-if
           if wsRowOk = "Y"
               evaluate bu-action
                   when "A"
                       move bu-entry to budgetRec
                       move wsRunDate to bgChangedDate of budgetRec
                       move operatorParm to bgChangedBy of budgetRec
                       write budgetRec
                           invalid key
                               move "N" to wsRowOk
                               move "budget row already on file"
                                   to wsReason
                           not invalid key
                               add 1 to addedCount
                       end-write
                   when "U"
                       move bu-entry to budgetRec
                       move wsRunDate to bgChangedDate of budgetRec
                       move operatorParm to bgChangedBy of budgetRec
                       rewrite budgetRec
                           invalid key
                               move "N" to wsRowOk
                               move "no such budget row" to wsReason
                           not invalid key
                               add 1 to updatedCount
                       end-rewrite
                   when "D"
                       move bgKey of bu-entry to bgKey of budgetRec
                       read budgetFile
                           key is bgKey of budgetRec
                           invalid key
                               move "N" to wsRowOk
                               move "no such budget row" to wsReason
                           not invalid key
                               delete budgetFile record end-delete
                               add 1 to deletedCount
                       end-read
                   when other
                       move "N" to wsRowOk
                       move "action must be A, U, or D" to wsReason
               end-evaluate
           end-if
           if wsRowOk = "N"
               add 1 to rejectedCount
               display "rejected " bu-action " "
                   bgRegion of bu-entry " " bgMonth of bu-entry
                   ": " wsReason
           end-if
           .

       1100-validate-row section.
           move "N" to wsRegionFound
           move 1 to sub
           perform until sub > regionCount
               if regionEntry(sub) = bgRegion of bu-entry
                   move "Y" to wsRegionFound
               end-if
               add 1 to sub
           end-perform
           evaluate true
               when wsRegionFound = "N"
                   move "N" to wsRowOk
                   move "region not on city-master" to wsReason
               when bgMonth of bu-entry is not numeric
                   move "N" to wsRowOk
                   move "month not numeric" to wsReason
               when bgFees of bu-entry is not numeric
                    or bgContacts of bu-entry is not numeric
                   move "N" to wsRowOk
                   move "amount not numeric" to wsReason
               when other
                   move bgMonth of bu-entry(5:2) to wsMonthNumber
                   if wsMonthNumber < 1 or wsMonthNumber > 12
                       move "N" to wsRowOk
                       move "month must be yyyymm" to wsReason
                   end-if
           end-evaluate
           .

       end program revenueBudgetUpdate.
