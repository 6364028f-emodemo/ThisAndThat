      *> average is flagged, so the next forty-minute REORG is seen
      *> before it collides with the branch opening.  Reads both
      *> batch-run-control.txt and finance-run-control.txt - the
      *> step names never collide.  Each step's durations go on a
      *> Calculator series for its average, shortest, longest and
      *> standard deviation - those calls are on calculator-log.txt.
       program-id. batchWindowReport as "batchWindowReport".

       environment division.
               05 st-startSecs  pic 9(9) comp-5.
               05 st-startSeen  pic x(1).
               05 st-nights     pic 9(5) comp-5.
               05 st-firstDate  pic 9(8).
               05 st-firstDur   pic 9(9) comp-5.
               05 st-latestDate pic 9(8).
               05 st-latestDur  pic 9(9) comp-5.
       01 stepCount pic 9(9) comp-5 value 0.
       01 wsAvgDur pic 9(9) comp-5.
      *> the step whose durations a replay of the control files is
      *> posting to the series - zero on the first reading
       01 wsReplayStep pic 9(9) comp-5 value 0.
       01 resetSub pic 9(9) comp-5.
       01 wsSpanDays pic s9(9) comp-5.
      *> growth in seconds per night, hundredths
       01 wsGrowth pic s9(9) comp-5.
           03 filler pic x(13) value "STEP".
           03 filler pic x(8)  value "NIGHTS".
           03 filler pic x(10) value "AVG-SEC".
           03 filler pic x(10) value "MIN-SEC".
           03 filler pic x(10) value "MAX-SEC".
           03 filler pic x(11) value "STD-DEV".
           03 filler pic x(10) value "LAST-SEC".
           03 filler pic x(12) value "GROWTH/NT".
           03 filler pic x(8)  value "FLAG".
           03 filler      pic x(1) value space.
           03 dl-avg      pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-min      pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-max      pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-stdDev   pic z(6)9.99.
           03 filler      pic x(1) value space.
           03 dl-latest   pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-growth   pic -(7)9.99.
       01 projectionLine.
           03 pj-text pic x(60).
       01 wsNightsText pic z(8)9.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
      *> the Calculator linkage - durations in seconds go on the
      *> series, and the statistics come back in wsResult
       01 wsArg1 pic s9(9)v99 comp-3.
       01 wsArg2 pic s9(9)v99 comp-3 value 0.
       01 wsResult pic s9(9)v99 comp-3.
       01 wsRoundMode pic 99.

       linkage section.
      *> the window the chain must fit, in minutes
               goback
           end-if

      *> averages truncate to whole seconds, as they always have -
      *> one logging session for the whole report
           move roundTruncate to wsRoundMode
           move logSessionOpen to func
           perform 3900-call-calculator
           perform 3000-write-report
           move logSessionClose to func
           perform 3900-call-calculator
           display "steps reported: " stepCount
           goback
           .
               move rc-stepName to st-stepName(matchSub)
               move "N" to st-startSeen(matchSub)
               move 0 to st-nights(matchSub)
               move 0 to st-firstDate(matchSub)
               move 0 to st-firstDur(matchSub)
               move 0 to st-latestDate(matchSub)
           if wsDuration < 0
               add 86400 to wsDuration
           end-if
           if wsReplayStep = 0
               add 1 to st-nights(matchSub)
               if st-firstDate(matchSub) = 0
                   move rc-runDate to st-firstDate(matchSub)
                   move wsDuration to st-firstDur(matchSub)
               end-if
               move rc-runDate to st-latestDate(matchSub)
               move wsDuration to st-latestDur(matchSub)
           else
               if matchSub = wsReplayStep
                   move wsDuration to wsArg1
                   move seriesPost to func
                   perform 3900-call-calculator
               end-if
           end-if
           .

       3000-write-report section.
           move 1 to sub
           perform until sub > stepCount
               if st-nights(sub) > 0
                   perform 3050-post-step-durations
                   perform 3100-write-one-step
               end-if
               add 1 to sub
           close reportFile
           .

      *> Calculator keeps one series at a time, so each step's
      *> durations are posted by replaying both control files with
      *> only that step's completed pairs going on the series - the
      *> pending starts are cleared so the replay pairs rows exactly
      *> as the first reading did
       3050-post-step-durations section.
           move sub to wsReplayStep
           move seriesOpen to func
           perform 3900-call-calculator
           move 1 to resetSub
           perform until resetSub > stepCount
               move "N" to st-startSeen(resetSub)
               add 1 to resetSub
           end-perform
           move ".\batch-run-control.txt" to wsControlPath
           perform 1000-read-one-control-file
           move ".\finance-run-control.txt" to wsControlPath
           perform 1000-read-one-control-file
           move wsReplayStep to sub
           move 0 to wsReplayStep
           .

       3100-write-one-step section.
           move statMean to wsArg1
           perform 3200-read-statistic
           move wsResult to wsAvgDur
           compute wsSpanDays
               = function integer-of-date(st-latestDate(sub))
               - function integer-of-date(st-firstDate(sub))
           move st-stepName(sub) to dl-stepName
           move st-nights(sub)   to dl-nights
           move wsAvgDur         to dl-avg
           move statMinimum to wsArg1
           perform 3200-read-statistic
           move wsResult to dl-min
           move statMaximum to wsArg1
           perform 3200-read-statistic
           move wsResult to dl-max
           move statStdDev to wsArg1
           perform 3200-read-statistic
           move wsResult to dl-stdDev
           move st-latestDur(sub) to dl-latest
           compute wsGrowthEdit = wsGrowth / 100
           move wsGrowthEdit to dl-growth
           write reportLine from detailLine
           .

      *> reads back the statistic named in wsArg1 - a series too
      *> short for it reads as zero
       3200-read-statistic section.
           move seriesRead to func
           perform 3900-call-calculator
           if return-code not = err-success
               move 0 to wsResult
               move 0 to return-code
           end-if
           .

      *> at the observed growth, how many nights until the whole
      *> chain no longer fits windowMinutesParm
       3500-write-chain-projection section.
           write reportLine from projectionLine
           .

       3900-call-calculator section.
           call "Calculator" using by value wsArg1
                                    by value wsArg2
                                    by value func
                                    by reference wsResult
                                    by value wsRoundMode
           .

       end program batchWindowReport.
