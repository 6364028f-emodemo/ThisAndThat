      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Reads calculator-log.txt for a run of days and says what the
      *> calculator has been doing - not one billing window, the way
      *> reconcileBillingFees reads it, but every call.  Per day, the
      *> calls by function code and rounding mode; per day, the calls
      *> that failed and the error rate, broken out by overflow,
      *> divide-by-zero and unknown function; per return code over
      *> the whole window, the count and its share of the calls; the
      *> ten largest results; the hours of the day the calls came
      *> in; and, last, every failed call with the operands behind
      *> it.  A day whose overflows jump after a rate change stands
      *> out on the morning's report instead of in a customer's
      *> complaint at month end.  The window is fromDateParm to
      *> toDateParm, yyyymmdd; a zero start takes yesterday and a
      *> zero end takes the start, so the scheduled run reports the
      *> night just finished.
       program-id. calculatorUsageReport as "calculatorUsageReport".

       environment division.
       input-output section.
       file-control.
           select optional calcLogFile
           assign to ".\calculator-log.txt"
           organization is line sequential
           file status is fs-calclog.

           select reportFile assign to ".\calculator-usage-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd calcLogFile.
       01 calcLogLine.
           03 cl-timestamp  pic x(14).
           03 filler        pic x(1).
           03 cl-func       pic 9(2).
           03 filler        pic x(1).
           03 cl-arg1       pic s9(9)v99 sign leading separate.
           03 filler        pic x(1).
           03 cl-arg2       pic s9(9)v99 sign leading separate.
           03 filler        pic x(1).
           03 cl-result     pic s9(9)v99 sign leading separate.
           03 filler        pic x(1).
           03 cl-returnCode pic 9(3).
           03 filler        pic x(1).
           03 cl-roundMode  pic 9(2).
       01 calcLogView redefines calcLogLine.
           03 cv-date       pic 9(8).
           03 cv-hour       pic 9(2).
           03 filler        pic x(63).

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-calclog pic x(2).
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
       01 wsFromDate pic 9(8).
       01 wsToDate   pic 9(8).
       01 wsRunDate  pic 9(8).
       01 wsDayNumber pic 9(9) comp-5.
       01 wsKey      pic 9(12) comp-5.
       01 wsAbsResult pic s9(9)v99 comp-3.
       01 wsRate     pic 9(3)v99 comp-3.
       01 wsErrors   pic 9(9) comp-5.
       01 wsBarLength pic 9(9) comp-5.
       01 maxHourCount pic 9(9) comp-5 value 0.
       01 callCount  pic 9(9) comp-5 value 0.
       01 errorCount pic 9(9) comp-5 value 0.
       01 skippedCount pic 9(9) comp-5 value 0.
      *> names for the function codes in functions.cpy, in code order
       01 funcNameValues.
           03 filler pic x(12) value "ADDITION".
           03 filler pic x(12) value "SUBTRACTION".
           03 filler pic x(12) value "MULTIPLY".
           03 filler pic x(12) value "DIVISION".
           03 filler pic x(12) value "MODULUS".
           03 filler pic x(12) value "PERCENTAGE".
           03 filler pic x(12) value "POWER".
           03 filler pic x(12) value "SQUARE ROOT".
           03 filler pic x(12) value "ACCUM OPEN".
           03 filler pic x(12) value "ACCUM POST".
           03 filler pic x(12) value "ACCUM READ".
           03 filler pic x(12) value "CURRENCY".
           03 filler pic x(12) value "LOG OPEN".
           03 filler pic x(12) value "LOG CLOSE".
           03 filler pic x(12) value "SERIES OPEN".
           03 filler pic x(12) value "SERIES POST".
           03 filler pic x(12) value "SERIES READ".
           03 filler pic x(12) value "ADD DAYS".
           03 filler pic x(12) value "ADD MONTHS".
           03 filler pic x(12) value "DAYS BETWEEN".
           03 filler pic x(12) value "ADD BUS DAYS".
           03 filler pic x(12) value "NEXT BUS DAY".
           03 filler pic x(12) value "SET RATE".
           03 filler pic x(12) value "PAYMENT".
           03 filler pic x(12) value "GROWTH".
           03 filler pic x(12) value "PRESENT VAL".
           03 filler pic x(12) value "FUTURE VAL".
           03 filler pic x(12) value "EFFECTIVE RT".
           03 filler pic x(12) value "NOMINAL RATE".
           03 filler pic x(12) value "PERIOD INT".
           03 filler pic x(12) value "RANDOM SEED".
           03 filler pic x(12) value "RANDOM NEXT".
       01 funcNameTable redefines funcNameValues.
           03 funcName pic x(12) occurs 32 times.
       01 wsFuncName pic x(12).
      *> calls per day, function and rounding mode, kept in key order
       01 usageTable.
           03 usageEntry occurs 2000 times.
               05 us-key    pic 9(12) comp-5.
               05 us-date   pic 9(8).
               05 us-func   pic 9(2).
               05 us-mode   pic 9(2).
               05 us-count  pic 9(9) comp-5.
       01 usageCount pic 9(9) comp-5 value 0.
      *> calls and failures per day, in date order
       01 dayTable.
           03 dayEntry occurs 400 times.
               05 dy-date     pic 9(8).
               05 dy-calls    pic 9(9) comp-5.
               05 dy-overflow pic 9(9) comp-5.
               05 dy-divZero  pic 9(9) comp-5.
               05 dy-unknown  pic 9(9) comp-5.
               05 dy-other    pic 9(9) comp-5.
       01 dayCount pic 9(9) comp-5 value 0.
      *> calls per return code over the window, in code order
       01 codeTable.
           03 codeEntry occurs 100 times.
               05 rt-code  pic 9(3).
               05 rt-count pic 9(9) comp-5.
       01 codeCount pic 9(9) comp-5 value 0.
      *> the ten largest results by size, largest first
       01 topTable.
           03 topEntry occurs 10 times.
               05 tp-abs       pic s9(9)v99 comp-3.
               05 tp-timestamp pic x(14).
               05 tp-func      pic 9(2).
               05 tp-arg1      pic s9(9)v99 comp-3.
               05 tp-arg2      pic s9(9)v99 comp-3.
               05 tp-result    pic s9(9)v99 comp-3.
               05 tp-returnCode pic 9(3).
       01 topCount pic 9(9) comp-5 value 0.
       01 hourTable.
           03 hourCount pic 9(9) comp-5 occurs 24 times.
       01 reportHeading.
           03 filler      pic x(27)
              value "CALCULATOR USAGE REPORT FOR".
           03 filler      pic x(1) value space.
           03 rh-from     pic 9(8).
           03 filler      pic x(4) value " TO ".
           03 rh-to       pic 9(8).
       01 sectionHeading pic x(132).
       01 usageHeading.
           03 filler pic x(10) value "DATE".
           03 filler pic x(4)  value "FN".
           03 filler pic x(14) value "FUNCTION".
           03 filler pic x(6)  value "MODE".
           03 filler pic x(10) value "CALLS".
       01 usageLine.
           03 ul-date  pic 9(8).
           03 filler   pic x(2) value spaces.
           03 ul-func  pic z9.
           03 filler   pic x(2) value spaces.
           03 ul-name  pic x(12).
           03 filler   pic x(2) value spaces.
           03 ul-mode  pic z9.
           03 filler   pic x(2) value spaces.
           03 ul-count pic z(8)9.
       01 dayHeading.
           03 filler pic x(10) value "DATE".
           03 filler pic x(10) value "CALLS".
           03 filler pic x(10) value "OVERFLOW".
           03 filler pic x(10) value "DIV ZERO".
           03 filler pic x(10) value "UNKNOWN".
           03 filler pic x(10) value "OTHER".
           03 filler pic x(10) value "ERROR %".
       01 dayLine.
           03 dl-date     pic 9(8).
           03 filler      pic x(1) value space.
           03 dl-calls    pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-overflow pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-divZero  pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-unknown  pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-other    pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-rate     pic zz9.99.
       01 codeHeading.
           03 filler pic x(6)  value "RC".
           03 filler pic x(20) value "MEANING".
           03 filler pic x(10) value "CALLS".
           03 filler pic x(10) value "SHARE %".
       01 codeLine.
           03 cdl-code    pic zz9.
           03 filler      pic x(3) value spaces.
           03 cdl-meaning pic x(18).
           03 filler      pic x(1) value space.
           03 cdl-count   pic z(8)9.
           03 filler      pic x(3) value spaces.
           03 cdl-rate    pic zz9.99.
       01 callHeading.
           03 filler pic x(16) value "TIMESTAMP".
           03 filler pic x(14) value "FUNCTION".
           03 filler pic x(16) value "ARG1".
           03 filler pic x(16) value "ARG2".
           03 filler pic x(16) value "RESULT".
           03 filler pic x(4)  value "RC".
       01 callLine.
           03 cal-timestamp pic x(14).
           03 filler        pic x(2) value spaces.
           03 cal-name      pic x(12).
           03 filler        pic x(1) value space.
           03 cal-arg1      pic -(10)9.99.
           03 filler        pic x(1) value space.
           03 cal-arg2      pic -(10)9.99.
           03 filler        pic x(1) value space.
           03 cal-result    pic -(10)9.99.
           03 filler        pic x(1) value space.
           03 cal-returnCode pic zz9.
       01 hourLine.
           03 hl-hour  pic 99.
           03 filler   pic x(3) value ":00".
           03 filler   pic x(1) value space.
           03 hl-count pic z(8)9.
           03 filler   pic x(2) value spaces.
           03 hl-bar   pic x(50).
       01 totalLine.
           03 tl-label pic x(30).
           03 tl-count pic z(8)9.

       linkage section.
       01 fromDateParm pic 9(8).
       01 toDateParm   pic 9(8).

       procedure division using fromDateParm toDateParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           if fromDateParm = 0
               compute wsDayNumber
                   = function integer-of-date(wsRunDate) - 1
               compute wsFromDate
                   = function date-of-integer(wsDayNumber)
           else
               move fromDateParm to wsFromDate
           end-if
           if toDateParm = 0
               move wsFromDate to wsToDate
           else
               move toDateParm to wsToDate
           end-if
           initialize hourTable

           open input calcLogFile
           if fs-calclog = "00"
               move "N" to eof
               perform until eof = "Y"
                   read calcLogFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-tally-one-row
                   end-read
               end-perform
           end-if
           close calcLogFile

           open output reportFile
           move wsFromDate to rh-from
           move wsToDate to rh-to
           write reportLine from reportHeading
           perform 2000-write-usage
           perform 2100-write-days
           perform 2200-write-codes
           perform 2300-write-largest
           perform 2400-write-hours
           perform 2500-write-errors

           move spaces to reportLine
           write reportLine
           move "CALLS IN WINDOW" to tl-label
           move callCount to tl-count
           write reportLine from totalLine
           move "FAILED CALLS" to tl-label
           move errorCount to tl-count
           write reportLine from totalLine
           move "UNREADABLE LOG ROWS" to tl-label
           move skippedCount to tl-count
           write reportLine from totalLine
           close reportFile

           display "calculator calls in window: " callCount
           display "failed calls:               " errorCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> one log row inside the window into every view
       1000-tally-one-row section.
           if cv-date is not numeric
              or cv-hour is not numeric
              or cl-func is not numeric
              or cl-returnCode is not numeric
              or cl-roundMode is not numeric
               add 1 to skippedCount
           else
               if cv-date >= wsFromDate and cv-date <= wsToDate
                   add 1 to callCount
                   if cl-returnCode not = err-success
                       add 1 to errorCount
                   end-if
                   perform 1100-tally-usage
                   perform 1200-tally-day
                   perform 1300-tally-code
                   perform 1400-tally-largest
                   if cv-hour < 24
                       add 1 to hourCount(cv-hour + 1)
                   end-if
               end-if
           end-if
           .

      *> the day/function/mode count - a new key is inserted in key
      *> order so the table prints without a sort
       1100-tally-usage section.
           compute wsKey = cv-date * 10000 + cl-func * 100
               + cl-roundMode
           move 0 to matchSub
           move 1 to sub
           perform until sub > usageCount or matchSub > 0
               if us-key(sub) = wsKey
                   move sub to matchSub
               end-if
               if us-key(sub) > wsKey
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub > 0 and us-key(matchSub) = wsKey
               add 1 to us-count(matchSub)
           else
               if usageCount < 2000
                   if matchSub = 0
                       compute matchSub = usageCount + 1
                   end-if
                   move usageCount to sub
                   perform until sub < matchSub
                       move usageEntry(sub) to usageEntry(sub + 1)
                       subtract 1 from sub
                   end-perform
                   add 1 to usageCount
                   move wsKey to us-key(matchSub)
                   move cv-date to us-date(matchSub)
                   move cl-func to us-func(matchSub)
                   move cl-roundMode to us-mode(matchSub)
                   move 1 to us-count(matchSub)
               end-if
           end-if
           .

      *> the log is written in time order, so a day not yet seen is
      *> the newest and goes on the end
       1200-tally-day section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > dayCount
               if dy-date(sub) = cv-date
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and dayCount < 400
               add 1 to dayCount
               move dayCount to matchSub
               move cv-date to dy-date(matchSub)
               move 0 to dy-calls(matchSub)
               move 0 to dy-overflow(matchSub)
               move 0 to dy-divZero(matchSub)
               move 0 to dy-unknown(matchSub)
               move 0 to dy-other(matchSub)
           end-if
           if matchSub > 0
               add 1 to dy-calls(matchSub)
               evaluate cl-returnCode
                   when err-success
                       continue
                   when err-overflow
                       add 1 to dy-overflow(matchSub)
                   when err-divide-by-zero
                       add 1 to dy-divZero(matchSub)
                   when err-unknown-function
                       add 1 to dy-unknown(matchSub)
                   when other
                       add 1 to dy-other(matchSub)
               end-evaluate
           end-if
           .

       1300-tally-code section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > codeCount or matchSub > 0
               if rt-code(sub) >= cl-returnCode
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub > 0 and rt-code(matchSub) = cl-returnCode
               add 1 to rt-count(matchSub)
           else
               if codeCount < 100
                   if matchSub = 0
                       compute matchSub = codeCount + 1
                   end-if
                   move codeCount to sub
                   perform until sub < matchSub
                       move codeEntry(sub) to codeEntry(sub + 1)
                       subtract 1 from sub
                   end-perform
                   add 1 to codeCount
                   move cl-returnCode to rt-code(matchSub)
                   move 1 to rt-count(matchSub)
               end-if
           end-if
           .

      *> the ten largest results by size, either sign - a row goes in
      *> ahead of the first smaller one and the tenth drops off
       1400-tally-largest section.
           if cl-result < 0
               compute wsAbsResult = 0 - cl-result
           else
               move cl-result to wsAbsResult
           end-if
           move 0 to matchSub
           move 1 to sub
           perform until sub > topCount or matchSub > 0
               if wsAbsResult > tp-abs(sub)
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and topCount < 10
               compute matchSub = topCount + 1
           end-if
           if matchSub > 0
               if topCount < 10
                   add 1 to topCount
               end-if
               move topCount to sub
               perform until sub <= matchSub
                   move topEntry(sub - 1) to topEntry(sub)
                   subtract 1 from sub
               end-perform
               move wsAbsResult to tp-abs(matchSub)
               move cl-timestamp to tp-timestamp(matchSub)
               move cl-func to tp-func(matchSub)
               move cl-arg1 to tp-arg1(matchSub)
               move cl-arg2 to tp-arg2(matchSub)
               move cl-result to tp-result(matchSub)
               move cl-returnCode to tp-returnCode(matchSub)
           end-if
           .

       2000-write-usage section.
           move spaces to reportLine
           write reportLine
           move "CALLS BY DAY, FUNCTION AND ROUNDING MODE"
               to sectionHeading
           write reportLine from sectionHeading
           write reportLine from usageHeading
           move 1 to sub
           perform until sub > usageCount
               move spaces to usageLine
               move us-date(sub) to ul-date
               move us-func(sub) to ul-func
               move us-func(sub) to matchSub
               perform 3000-name-function
               move wsFuncName to ul-name
               move us-mode(sub) to ul-mode
               move us-count(sub) to ul-count
               write reportLine from usageLine
               add 1 to sub
           end-perform
           .

       2100-write-days section.
           move spaces to reportLine
           write reportLine
           move "FAILED CALLS AND ERROR RATE BY DAY" to sectionHeading
           write reportLine from sectionHeading
           write reportLine from dayHeading
           move 1 to sub
           perform until sub > dayCount
               move spaces to dayLine
               move dy-date(sub) to dl-date
               move dy-calls(sub) to dl-calls
               move dy-overflow(sub) to dl-overflow
               move dy-divZero(sub) to dl-divZero
               move dy-unknown(sub) to dl-unknown
               move dy-other(sub) to dl-other
               compute wsErrors = dy-overflow(sub) + dy-divZero(sub)
                   + dy-unknown(sub) + dy-other(sub)
               compute wsRate rounded
                   = (wsErrors * 100) / dy-calls(sub)
               move wsRate to dl-rate
               write reportLine from dayLine
               add 1 to sub
           end-perform
           .

       2200-write-codes section.
           move spaces to reportLine
           write reportLine
           move "CALLS BY RETURN CODE" to sectionHeading
           write reportLine from sectionHeading
           write reportLine from codeHeading
           move 1 to sub
           perform until sub > codeCount
               move spaces to codeLine
               move rt-code(sub) to cdl-code
               evaluate rt-code(sub)
                   when err-success
                       move "SUCCESS" to cdl-meaning
                   when err-unknown-function
                       move "UNKNOWN FUNCTION" to cdl-meaning
                   when err-divide-by-zero
                       move "DIVIDE BY ZERO" to cdl-meaning
                   when err-overflow
                       move "OVERFLOW" to cdl-meaning
                   when err-empty-series
                       move "EMPTY SERIES" to cdl-meaning
                   when err-invalid-date
                       move "INVALID DATE" to cdl-meaning
                   when other
                       move "OTHER" to cdl-meaning
               end-evaluate
               move rt-count(sub) to cdl-count
               compute wsRate rounded
                   = (rt-count(sub) * 100) / callCount
               move wsRate to cdl-rate
               write reportLine from codeLine
               add 1 to sub
           end-perform
           .

       2300-write-largest section.
           move spaces to reportLine
           write reportLine
           move "LARGEST RESULTS" to sectionHeading
           write reportLine from sectionHeading
           write reportLine from callHeading
           move 1 to sub
           perform until sub > topCount
               move spaces to callLine
               move tp-timestamp(sub) to cal-timestamp
               move tp-func(sub) to matchSub
               perform 3000-name-function
               move wsFuncName to cal-name
               move tp-arg1(sub) to cal-arg1
               move tp-arg2(sub) to cal-arg2
               move tp-result(sub) to cal-result
               move tp-returnCode(sub) to cal-returnCode
               write reportLine from callLine
               add 1 to sub
           end-perform
           .

      *> calls per hour of the day, with a bar scaled to the busiest
       2400-write-hours section.
           move spaces to reportLine
           write reportLine
           move "CALLS BY HOUR" to sectionHeading
           write reportLine from sectionHeading
           move 1 to sub
           perform until sub > 24
               if hourCount(sub) > maxHourCount
                   move hourCount(sub) to maxHourCount
               end-if
               add 1 to sub
           end-perform
           move 1 to sub
           perform until sub > 24
               move spaces to hl-bar
               compute hl-hour = sub - 1
               move hourCount(sub) to hl-count
               if maxHourCount > 0
                   compute wsBarLength
                       = (hourCount(sub) * 50) / maxHourCount
                   if wsBarLength > 0
                       move all "*" to hl-bar(1:wsBarLength)
                   end-if
               end-if
               write reportLine from hourLine
               add 1 to sub
           end-perform
           .

      *> a second pass over the log for every failed call in the
      *> window, with the operands that produced it
       2500-write-errors section.
           move spaces to reportLine
           write reportLine
           move "FAILED CALLS" to sectionHeading
           write reportLine from sectionHeading
           write reportLine from callHeading
           open input calcLogFile
           if fs-calclog = "00"
               move "N" to eof
               perform until eof = "Y"
                   read calcLogFile
                       at end
                           move "Y" to eof
                       not at end
                           if cv-date is numeric
                              and cl-returnCode is numeric
                              and cl-func is numeric
                              and cv-date >= wsFromDate
                              and cv-date <= wsToDate
                              and cl-returnCode not = err-success
                               perform 2510-write-one-error
                           end-if
                   end-read
               end-perform
           end-if
           close calcLogFile
           .

       2510-write-one-error section.
           move spaces to callLine
           move cl-timestamp to cal-timestamp
           move cl-func to matchSub
           perform 3000-name-function
           move wsFuncName to cal-name
           move cl-arg1 to cal-arg1
           move cl-arg2 to cal-arg2
           move cl-result to cal-result
           move cl-returnCode to cal-returnCode
           write reportLine from callLine
           .

      *> matchSub holds the function code
       3000-name-function section.
           if matchSub >= 1 and matchSub <= 32
               move funcName(matchSub) to wsFuncName
           else
               move "UNKNOWN" to wsFuncName
           end-if
           .

       end program calculatorUsageReport.
