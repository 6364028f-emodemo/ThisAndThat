      *> then projects, from the observed average daily growth, the
      *> date the record ceiling will be reached.  Capacity planning
      *> months ahead, instead of the 90% warning report telling us
      *> it has already happened.  The day-to-day net changes are
      *> posted to a Calculator series, which answers the average
      *> and the spread - those calls are on calculator-log.txt.
       program-id. activityStatistics as "activityStatistics".

       environment division.
       01 elapsedDays pic s9(9) comp-5.
       01 netGrowth   pic s9(9) comp-5.
       01 wsAvgGrowth pic s9(5)v99 comp-3.
       01 dayGap pic s9(9) comp-5.
       01 daysToCeiling pic s9(9) comp-5.
       01 forecastDayNumber pic 9(9) comp-5.
       01 forecastDate pic 9(8).
           03 filler pic x(26) value "projected ceiling date:   ".
           03 tr-forecastDate pic 9(8).
       01 trendLine3 pic x(60).
       01 trendLine4.
           03 filler pic x(26) value "daily net change min/max: ".
           03 tr-minGrowth pic -(4)9.99.
           03 filler pic x(3) value " / ".
           03 tr-maxGrowth pic -(4)9.99.
           03 filler pic x(11) value "  std dev: ".
           03 tr-sdGrowth pic -(4)9.99.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
      *> the Calculator linkage - one value per elapsed calendar day
      *> goes on the series, and the statistics come back in wsResult
       01 wsArg1 pic s9(9)v99 comp-3.
       01 wsArg2 pic s9(9)v99 comp-3 value 0.
       01 wsResult pic s9(9)v99 comp-3.
       01 wsRoundMode pic 99.

       procedure division.
       0000-mainline section.
               close reportFile
               goback
           end-if
           perform 4100-post-daily-changes
           compute lastDayNumber
               = function integer-of-date(da-date(dayCount))
           move statCount to wsArg1
           perform 4200-read-statistic
           move wsResult to elapsedDays
           move statSum to wsArg1
           perform 4200-read-statistic
           move wsResult to netGrowth
           if elapsedDays <= 0 or netGrowth <= 0
               move "flat or shrinking - no ceiling forecast"
                   to trendLine3
               write reportLine from trendLine3
           else
               move statMean to wsArg1
               perform 4200-read-statistic
               move wsResult to wsAvgGrowth
               compute daysToCeiling rounded
                   = (maxNOfRecords - da-liveCount(dayCount))
                     / wsAvgGrowth
               move forecastDate to tr-forecastDate
               write reportLine from trendLine2
           end-if
           move statMinimum to wsArg1
           perform 4200-read-statistic
           move wsResult to tr-minGrowth
           move statMaximum to wsArg1
           perform 4200-read-statistic
           move wsResult to tr-maxGrowth
           move statStdDev to wsArg1
           perform 4200-read-statistic
           move wsResult to tr-sdGrowth
           write reportLine from trendLine4
           move logSessionClose to func
           perform 4900-call-calculator
           close reportFile
           .

      *> one value per elapsed calendar day between the first and
      *> last day on file - the live count's change since the day
      *> before, and a zero for each day with no audit activity - so
      *> the series count is the elapsed days, its sum the net
      *> growth, and its mean the average daily growth
       4100-post-daily-changes section.
           move roundHalfUp to wsRoundMode
           move logSessionOpen to func
           perform 4900-call-calculator
           move seriesOpen to func
           perform 4900-call-calculator
           move seriesPost to func
           move 2 to sub
           perform until sub > dayCount
               compute dayGap
                   = function integer-of-date(da-date(sub))
                   - function integer-of-date(da-date(sub - 1))
               compute wsArg1
                   = da-liveCount(sub) - da-liveCount(sub - 1)
               perform 4900-call-calculator
               move 0 to wsArg1
               perform until dayGap <= 1
                   perform 4900-call-calculator
                   subtract 1 from dayGap
               end-perform
               add 1 to sub
           end-perform
           .

      *> reads back the statistic named in wsArg1 - a series too
      *> short for it reads as zero
       4200-read-statistic section.
           move seriesRead to func
           perform 4900-call-calculator
           if return-code not = err-success
               move 0 to wsResult
               move 0 to return-code
           end-if
           .

       4900-call-calculator section.
           call "Calculator" using by value wsArg1
                                    by value wsArg2
                                    by value func
                                    by reference wsResult
                                    by value wsRoundMode
           .

       end program activityStatistics.
