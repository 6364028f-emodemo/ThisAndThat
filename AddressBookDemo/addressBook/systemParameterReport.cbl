      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> What every system parameter was set to on a given night -
      *> dateParm, zero for tonight - so "why did the capacity
      *> warning not fire on the 3rd" is answered from the file, not
      *> from memory.  Each parameter in the catalogue is listed
      *> with the value in force that night, the date that value
      *> took effect and its owner, or the job's built-in default
      *> where no row was in force yet, followed by the next change
      *> already dated after that night, if any.  Written to
      *> system-parameter-report.txt.
       program-id. systemParameterReport
           as "systemParameterReport".

       environment division.
       input-output section.
       file-control.
           select optional parameterFile
           assign to ".\system-parameters.txt"
           organization is line sequential
           file status is fs-parameter.

           select reportFile
           assign to ".\system-parameter-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd parameterFile.
       01 parameterRec.
       copy "sysparam.cpy".

       fd reportFile.
       01 reportLine pic x(100).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 catSub pic 9(9) comp-5 value 1.
       01 inForceSub pic 9(9) comp-5 value 0.
       01 nextSub pic 9(9) comp-5 value 0.
       01 fs-parameter pic x(2).
       01 wsAsOfDate pic 9(8).
       01 defaultCount pic 9(9) comp-5 value 0.
       01 sysParamCatValues.
       copy "sysparamcat.cpy".
       01 sysParamCatTable redefines sysParamCatValues.
           03 sysParamCatEntry occurs sysParamCatCount times.
               05 sc-name    pic x(20).
               05 sc-low     pic 9(9).
               05 sc-high    pic 9(9).
               05 sc-default pic 9(9).
               05 sc-text    pic x(30).
       01 parameterTable.
           03 parameterEntry occurs 500 times.
               05 pe-name      pic x(20).
               05 pe-effective pic 9(8).
               05 pe-value     pic 9(9).
               05 pe-owner     pic x(8).
       01 parameterCount pic 9(9) comp-5 value 0.
       01 reportHeading.
           03 filler     pic x(36)
               value "SYSTEM PARAMETERS IN FORCE ON NIGHT ".
           03 rh-asOf    pic 9(8).
       01 columnHeading.
           03 filler pic x(21) value "PARAMETER".
           03 filler pic x(10) value "    VALUE".
           03 filler pic x(10) value " FROM".
           03 filler pic x(9)  value "OWNER".
           03 filler pic x(20) value "NEXT CHANGE".
           03 filler pic x(30) value "CONTROLS".
       01 detailLine.
           03 dl-name       pic x(20).
           03 filler        pic x(1).
           03 dl-value      pic z(8)9.
           03 filler        pic x(1).
           03 dl-from       pic x(8).
           03 filler        pic x(2).
           03 dl-owner      pic x(8).
           03 filler        pic x(1).
           03 dl-nextDate   pic x(8).
           03 filler        pic x(1).
           03 dl-nextValue  pic z(8)9.
           03 filler        pic x(2).
           03 dl-text       pic x(30).

       linkage section.
      *> the night to report, zero for tonight
       01 dateParm pic 9(8).

       procedure division using dateParm.
       0000-mainline section.
           if dateParm = 0
               accept wsAsOfDate from date yyyymmdd
           else
               move dateParm to wsAsOfDate
           end-if
           perform 1000-load-parameters

           open output reportFile
           move wsAsOfDate to rh-asOf
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading
           move 1 to catSub
           perform until catSub > sysParamCatCount
               perform 2000-report-one-parameter
               add 1 to catSub
           end-perform
           close reportFile

           display "parameters listed:  " sysParamCatCount
           display "on built-in default:" defaultCount
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
                           if spEffective is numeric
                              and spValue is numeric
                              and parameterCount < 500
                               add 1 to parameterCount
                               move spName
                                   to pe-name(parameterCount)
                               move spEffective
                                   to pe-effective(parameterCount)
                               move spValue
                                   to pe-value(parameterCount)
                               move spOwner
                                   to pe-owner(parameterCount)
                           end-if
                   end-read
               end-perform
           end-if
           close parameterFile
           move "N" to eof
           .

      *> the latest row on or before the night is in force; the
      *> earliest row after it is the next change
       2000-report-one-parameter section.
           move 0 to inForceSub
           move 0 to nextSub
           move 1 to sub
           perform until sub > parameterCount
               if pe-name(sub) = sc-name(catSub)
                   if pe-effective(sub) <= wsAsOfDate
                       if inForceSub = 0
                           move sub to inForceSub
                       else
                           if pe-effective(sub)
                                  >= pe-effective(inForceSub)
                               move sub to inForceSub
                           end-if
                       end-if
                   else
                       if nextSub = 0
                           move sub to nextSub
                       else
                           if pe-effective(sub) < pe-effective(nextSub)
                               move sub to nextSub
                           end-if
                       end-if
                   end-if
               end-if
               add 1 to sub
           end-perform

           move spaces to detailLine
           move sc-name(catSub) to dl-name
           move sc-text(catSub) to dl-text
           if inForceSub > 0
               move pe-value(inForceSub) to dl-value
               move pe-effective(inForceSub) to dl-from
               move pe-owner(inForceSub) to dl-owner
           else
               move sc-default(catSub) to dl-value
               move "DEFAULT" to dl-from
               add 1 to defaultCount
           end-if
           if nextSub > 0
               move pe-effective(nextSub) to dl-nextDate
               move pe-value(nextSub) to dl-nextValue
           end-if
           write reportLine from detailLine
           .

       end program systemParameterReport.
