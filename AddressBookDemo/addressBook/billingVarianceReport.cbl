      *> Run-over-run billing variance: compares each contact's fee
      *> in the latest billing run against the run before it, off the
      *> history rows billingExtract appends to billing-history.txt.
      *> Flags any change above the threshold percent - thresholdParm
      *> when given, otherwise BILLING-VARIANCE-PCT off
      *> system-parameters.txt, otherwise 25 - any contact that
      *> appeared, and any that disappeared - so a bad
      *> recordCode edit shows up the morning after, not at
      *> month-end when the complaint call comes in.  Every matched
      *> contact's change percent goes on a Calculator series, and
      *> the report closes with the run's average, smallest and
      *> largest change and their spread - those calls are on
      *> calculator-log.txt.
       program-id. billingVarianceReport as "billingVarianceReport".

       environment division.
       01 flaggedCount pic 9(9) comp-5 value 0.
       01 wsChangePct pic s9(9) comp-5 value 0.
       01 wsFeeEdit pic 9(7)v99 comp-3.
       78 defaultThresholdPct value 25.
       01 wsThresholdPct pic 9(9) value defaultThresholdPct.
       01 wsParamName  pic x(20) value "BILLING-VARIANCE-PCT".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
       01 detailLine.
           03 dl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 filler      pic x(1) value space.
           03 dl-pct      pic +(4)9.
           03 filler      pic x(1) value "%".
       01 summaryLine.
           03 sm-label    pic x(28).
           03 sm-value    pic -(8)9.99.
       01 summaryCountLine.
           03 sc-label    pic x(28) value "contacts on both runs:".
           03 sc-count    pic z(8)9.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
      *> the Calculator linkage - change percents go on the series,
      *> and the statistics come back in wsResult
       01 wsArg1 pic s9(9)v99 comp-3.
       01 wsArg2 pic s9(9)v99 comp-3 value 0.
       01 wsResult pic s9(9)v99 comp-3.
       01 wsRoundMode pic 99.

       linkage section.
      *> fee changes above this many percent (either direction) are
      *> flagged - zero takes the system parameter
       01 thresholdParm pic 9(3).

       procedure division using thresholdParm.
       0000-mainline section.
           if thresholdParm > 0
               move thresholdParm to wsThresholdPct
           else
               call "systemParameter" using wsParamName wsParamDate
                                            wsThresholdPct wsParamFound
           end-if
           perform 1000-find-run-dates
           if wsLatestRun = 0
               display "no billing history - nothing to compare"
           end-if
           perform 2000-gather-runs
           open output reportFile
           move roundHalfUp to wsRoundMode
           move logSessionOpen to func
           perform 3900-call-calculator
           move seriesOpen to func
           perform 3900-call-calculator
           perform 3000-compare-runs
           perform 3500-write-summary
           move logSessionClose to func
           perform 3900-call-calculator
           close reportFile

           display "latest run:     " wsLatestRun
                       = ((la-fee(sub) - pr-fee(matchSub)) * 100)
                         / pr-fee(matchSub)
               end-if
               move wsChangePct to wsArg1
               move seriesPost to func
               perform 3900-call-calculator
               if wsChangePct > wsThresholdPct
                  or wsChangePct < (0 - wsThresholdPct)
                   move spaces to detailLine
                   move la-recordId(sub) to dl-recordId
                   move "FEE CHANGE" to dl-reason
           end-if
           .

      *> the spread of the change percents over every contact on
      *> both runs - a series with nothing on it reads as zero
       3500-write-summary section.
           move spaces to reportLine
           write reportLine
           move statCount to wsArg1
           move seriesRead to func
           perform 3900-call-calculator
           move wsResult to sc-count
           write reportLine from summaryCountLine
           move "average change %:" to sm-label
           move statMean to wsArg1
           perform 3600-write-one-statistic
           move "smallest change %:" to sm-label
           move statMinimum to wsArg1
           perform 3600-write-one-statistic
           move "largest change %:" to sm-label
           move statMaximum to wsArg1
           perform 3600-write-one-statistic
           move "change % std deviation:" to sm-label
           move statStdDev to wsArg1
           perform 3600-write-one-statistic
           .

       3600-write-one-statistic section.
           move seriesRead to func
           perform 3900-call-calculator
           if return-code not = err-success
               move 0 to wsResult
               move 0 to return-code
           end-if
           move wsResult to sm-value
           write reportLine from summaryLine
           .

       3900-call-calculator section.
           call "Calculator" using by value wsArg1
                                    by value wsArg2
                                    by value func
                                    by reference wsResult
                                    by value wsRoundMode
           .

       end program billingVarianceReport.
