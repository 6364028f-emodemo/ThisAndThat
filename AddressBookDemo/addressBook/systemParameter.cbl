      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The one lookup every job uses to read a setting off
      *> system-parameters.txt.  Handed a parameter name and a date
      *> (zero for today) it returns the value in force on that
      *> date - the row for the name with the latest effective date
      *> on or before it - and found "Y".  With no such row found is
      *> "N" and the value is left as the caller set it, so each job
      *> keeps its own default.  The file is read once, on the first
      *> call, and held for the rest of the run.
       program-id. systemParameter as "systemParameter".

       environment division.
       input-output section.
       file-control.
           select optional parameterFile
           assign to ".\system-parameters.txt"
           organization is line sequential
           file status is fs-parameter.

       data division.
       file section.
       fd parameterFile.
       01 parameterRec.
       copy "sysparam.cpy".

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-parameter pic x(2).
       01 wsLoaded pic x(1) value "N".
       01 wsAsOfDate pic 9(8).
       01 parameterTable.
           03 parameterEntry occurs 500 times.
               05 pe-name      pic x(20).
               05 pe-effective pic 9(8).
               05 pe-value     pic 9(9).
       01 parameterCount pic 9(9) comp-5 value 0.

       linkage section.
       01 paramNameParm  pic x(20).
      *> the night the value is wanted for, zero for today
       01 paramDateParm  pic 9(8).
       01 paramValueParm pic 9(9).
      *> Y a row is in force, N the caller's default stands
       01 paramFoundParm pic x(1).

       procedure division using paramNameParm paramDateParm
                                paramValueParm paramFoundParm.
       0000-mainline section.
           if wsLoaded = "N"
               perform 1000-load-parameters
           end-if
           if paramDateParm = 0
               accept wsAsOfDate from date yyyymmdd
           else
               move paramDateParm to wsAsOfDate
           end-if

           move "N" to paramFoundParm
           move 0 to matchSub
           move 1 to sub
           perform until sub > parameterCount
               if pe-name(sub) = paramNameParm
                  and pe-effective(sub) <= wsAsOfDate
                   if matchSub = 0
                       move sub to matchSub
                   else
                       if pe-effective(sub) >= pe-effective(matchSub)
                           move sub to matchSub
                       end-if
                   end-if
               end-if
               add 1 to sub
           end-perform
           if matchSub > 0
               move pe-value(matchSub) to paramValueParm
               move "Y" to paramFoundParm
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-parameters section.
           move "Y" to wsLoaded
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
                           end-if
                   end-read
               end-perform
           end-if
           close parameterFile
           move "N" to eof
           .

       end program systemParameter.
