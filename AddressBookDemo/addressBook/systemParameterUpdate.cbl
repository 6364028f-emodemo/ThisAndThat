      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintenance utility for system-parameters.txt in the
      *> cityMasterUpdate mold, so a setting like the capacity
      *> warning level or the approval expiry is changed by a dated
      *> row rather than a recompile.  Applies
      *> system-parameter-updates.txt: action A adds a value for a
      *> parameter from its effective date, U corrects the value or
      *> owner of a row not yet in force, D withdraws a row not yet
      *> in force.  A row already in force is history - the night
      *> report has to be able to show it - so a change to a live
      *> setting is a new row effective today.  Every row is checked
      *> against the catalogue in sysparamcat.cpy: the name must be
      *> known, the value inside its range, the date real and the
      *> owner given.  Rejected rows are counted and shown, never
      *> forced through.  Each applied change logs the operator, the
      *> parameter and its old and new value to
      *> system-parameter-log.txt.
       program-id. systemParameterUpdate as "systemParameterUpdate".

       environment division.
       input-output section.
       file-control.
           select updateFile
           assign to ".\system-parameter-updates.txt"
           organization is line sequential
           file status is fs-update.

           select optional parameterFile
           assign to ".\system-parameters.txt"
           organization is line sequential
           file status is fs-parameter.

           select optional changeLogFile
           assign to ".\system-parameter-log.txt"
           organization is line sequential.

       data division.
       file section.
       fd updateFile.
       01 updateLine.
           03 su-action    pic x(1).
           03 filler       pic x(1).
           03 su-name      pic x(20).
           03 filler       pic x(1).
           03 su-effective pic x(8).
           03 filler       pic x(1).
           03 su-value     pic x(9).
           03 filler       pic x(1).
           03 su-owner     pic x(8).

       fd parameterFile.
       01 parameterRec.
       copy "sysparam.cpy".

       fd changeLogFile.
       01 changeLogLine.
           03 cg-timestamp pic x(14).
           03 filler       pic x(1).
           03 cg-operator  pic x(8).
           03 filler       pic x(1).
           03 cg-action    pic x(1).
           03 filler       pic x(1).
           03 cg-name      pic x(20).
           03 filler       pic x(1).
           03 cg-effective pic 9(8).
           03 filler       pic x(1).
           03 cg-oldValue  pic 9(9).
           03 filler       pic x(1).
           03 cg-newValue  pic 9(9).
           03 filler       pic x(1).
           03 cg-owner     pic x(8).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 catSub pic 9(9) comp-5 value 0.
       01 fs-update    pic x(2).
       01 fs-parameter pic x(2).
       01 appliedCount  pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 wsChanged pic x(1) value "N".
       01 wsRowOk pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsEffective pic 9(8).
       01 wsValue pic 9(9).
       01 wsOldValue pic 9(9).
       01 wsInForceSub pic 9(9) comp-5 value 0.
       01 wsDateCheck.
           03 dc-yyyy pic 9(4).
           03 dc-mm   pic 9(2).
           03 dc-dd   pic 9(2).
       01 cgTimestampDate pic 9(8).
       01 cgTimestampTime pic 9(8).
      *> the parameters this file may carry, and their ranges
       01 sysParamCatValues.
       copy "sysparamcat.cpy".
       01 sysParamCatTable redefines sysParamCatValues.
           03 sysParamCatEntry occurs sysParamCatCount times.
               05 sc-name    pic x(20).
               05 sc-low     pic 9(9).
               05 sc-high    pic 9(9).
               05 sc-default pic 9(9).
               05 sc-text    pic x(30).
      *> the whole parameter file, held while the batch applies
       01 parameterTable.
           03 parameterEntry occurs 500 times.
               05 pe-name      pic x(20).
               05 pe-effective pic 9(8).
               05 pe-value     pic 9(9).
               05 pe-owner     pic x(8).
               05 pe-deleted   pic x(1).
       01 parameterCount pic 9(9) comp-5 value 0.

       linkage section.
      *> who is applying the batch - logged per change
       01 operatorParm pic x(8).

       procedure division using operatorParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 1000-load-parameters

           open input updateFile
           if fs-update not = "00"
               display "update file not found, file status "
                   fs-update ", nothing applied"
               goback
           end-if
           perform until eof = "Y"
               read updateFile
                   at end
                       move "Y" to eof
                   not at end
                       perform 2000-apply-one-update
               end-read
           end-perform
           close updateFile
           move "N" to eof

           if wsChanged = "Y"
               perform 7000-rewrite-parameters
           end-if

           display "changes applied:  " appliedCount
           display "changes rejected: " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-parameters section.
           move "N" to eof
           open input parameterFile
           if fs-parameter = "00"
               perform until eof = "Y"
                   read parameterFile
                       at end
                           move "Y" to eof
                       not at end
                           if parameterCount < 500
                               add 1 to parameterCount
                               move spName
                                   to pe-name(parameterCount)
                               move spEffective
                                   to pe-effective(parameterCount)
                               move spValue
                                   to pe-value(parameterCount)
                               move spOwner
                                   to pe-owner(parameterCount)
                               move "N"
                                   to pe-deleted(parameterCount)
                           end-if
                   end-read
               end-perform
           end-if
           close parameterFile
           move "N" to eof
           .

       2000-apply-one-update section.
           move "Y" to wsRowOk
           move spaces to wsReason
           perform 2100-validate-row
           if wsRowOk = "Y"
               perform 2200-find-row
               evaluate su-action
                   when "A"
                       perform 3000-add-row
                   when "U"
                       perform 4000-update-row
                   when "D"
                       perform 5000-delete-row
                   when other
                       move "N" to wsRowOk
                       move "action must be A, U, or D" to wsReason
               end-evaluate
           end-if
           if wsRowOk = "Y"
               add 1 to appliedCount
               move "Y" to wsChanged
               perform 6000-log-one-change
           else
               add 1 to rejectedCount
               display "rejected " su-action " " su-name ": "
                   wsReason
           end-if
           .

      *> the name must be in the catalogue; D needs only the name
      *> and date, A and U a value inside the catalogue's range
       2100-validate-row section.
           move 0 to catSub
           move 1 to sub
           perform until sub > sysParamCatCount
               if sc-name(sub) = su-name
                   move sub to catSub
               end-if
               add 1 to sub
           end-perform
           if catSub = 0
               move "N" to wsRowOk
               move "not a known parameter" to wsReason
           end-if
           if wsRowOk = "Y" and su-effective is not numeric
               move "N" to wsRowOk
               move "effective date not numeric" to wsReason
           end-if
           if wsRowOk = "Y"
               move su-effective to wsDateCheck
               move su-effective to wsEffective
               if dc-yyyy < 1990 or dc-yyyy > 2099
                  or dc-mm < 1 or dc-mm > 12
                  or dc-dd < 1 or dc-dd > 31
                   move "N" to wsRowOk
                   move "effective date not a real date" to wsReason
               end-if
           end-if
           if wsRowOk = "Y" and su-action not = "D"
               if su-value is not numeric
                   move "N" to wsRowOk
                   move "value not numeric" to wsReason
               else
                   move su-value to wsValue
                   if wsValue < sc-low(catSub)
                      or wsValue > sc-high(catSub)
                       move "N" to wsRowOk
                       move "value outside the parameter's range"
                           to wsReason
                   end-if
               end-if
               if wsRowOk = "Y" and su-owner = spaces
                   move "N" to wsRowOk
                   move "owner missing" to wsReason
               end-if
           end-if
           .

      *> the row for this name and date, and the row in force on
      *> that date before this change - the old value for the log
       2200-find-row section.
           move 0 to matchSub
           move 0 to wsInForceSub
           move 1 to sub
           perform until sub > parameterCount
               if pe-name(sub) = su-name and pe-deleted(sub) = "N"
                   if pe-effective(sub) = wsEffective
                       move sub to matchSub
                   end-if
                   if pe-effective(sub) <= wsEffective
                       if wsInForceSub = 0
                           move sub to wsInForceSub
                       else
                           if pe-effective(sub)
                                  >= pe-effective(wsInForceSub)
                               move sub to wsInForceSub
                           end-if
                       end-if
                   end-if
               end-if
               add 1 to sub
           end-perform
           if wsInForceSub > 0
               move pe-value(wsInForceSub) to wsOldValue
           else
               move sc-default(catSub) to wsOldValue
           end-if
           .

      *> a value may be dated from today on, never back-dated over
      *> a night that has already run on the old one
       3000-add-row section.
           evaluate true
               when matchSub > 0
                   move "N" to wsRowOk
                   move "row already on file for that date"
                       to wsReason
               when wsEffective < wsRunDate
                   move "N" to wsRowOk
                   move "effective date already past" to wsReason
               when parameterCount >= 500
                   move "N" to wsRowOk
                   move "parameter table full" to wsReason
               when other
                   add 1 to parameterCount
                   move su-name to pe-name(parameterCount)
                   move wsEffective to pe-effective(parameterCount)
                   move wsValue to pe-value(parameterCount)
                   move su-owner to pe-owner(parameterCount)
                   move "N" to pe-deleted(parameterCount)
           end-evaluate
           .

       4000-update-row section.
           evaluate true
               when matchSub = 0
                   move "N" to wsRowOk
                   move "no row on file for that date" to wsReason
               when wsEffective <= wsRunDate
                   move "N" to wsRowOk
                   move "row already in force - add a new row"
                       to wsReason
               when other
                   move wsValue to pe-value(matchSub)
                   move su-owner to pe-owner(matchSub)
           end-evaluate
           .

       5000-delete-row section.
           evaluate true
               when matchSub = 0
                   move "N" to wsRowOk
                   move "no row on file for that date" to wsReason
               when wsEffective <= wsRunDate
                   move "N" to wsRowOk
                   move "row already in force - add a new row"
                       to wsReason
               when other
                   move "Y" to pe-deleted(matchSub)
                   move pe-owner(matchSub) to su-owner
                   move 0 to wsValue
           end-evaluate
           .

       6000-log-one-change section.
           accept cgTimestampDate from date yyyymmdd
           accept cgTimestampTime from time
           open extend changeLogFile
           move spaces to changeLogLine
           move cgTimestampDate to cg-timestamp(1:8)
           move cgTimestampTime(1:6) to cg-timestamp(9:6)
           move operatorParm to cg-operator
           move su-action to cg-action
           move su-name to cg-name
           move wsEffective to cg-effective
           move wsOldValue to cg-oldValue
           move wsValue to cg-newValue
           move su-owner to cg-owner
           write changeLogLine
           close changeLogFile
           .

       7000-rewrite-parameters section.
           open output parameterFile
           move 1 to sub
           perform until sub > parameterCount
               if pe-deleted(sub) = "N"
                   move pe-name(sub) to spName
                   move pe-effective(sub) to spEffective
                   move pe-value(sub) to spValue
                   move pe-owner(sub) to spOwner
                   write parameterRec
               end-if
               add 1 to sub
           end-perform
           close parameterFile
           .

       end program systemParameterUpdate.
