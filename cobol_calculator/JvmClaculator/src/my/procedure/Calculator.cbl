           select calcLogFile assign to ".\calculator-log.txt"
           organization is line sequential.

      *> the same processing calendar the batch drivers run to -
      *> its "H" rows are the holidays the business-day operations
      *> step over
           select optional calendarFile
           assign to ".\processing-calendar.txt"
           organization is line sequential
           file status is wsCalendarStatus.

       data division.
       file section.
       fd calcLogFile.
      *> from the log row which rule shaped the result
           03 cl-roundMode  pic 9(2).

       fd calendarFile.
       01 calendarLine.
           03 ca-rowType pic x(1).
           03 filler     pic x(1).
           03 ca-rest    pic x(21).
       01 holidayView redefines calendarLine.
           03 filler     pic x(2).
           03 ca-date    pic 9(8).
           03 filler     pic x(13).

       working-storage section.
       *> discarded quotient for the remainder operation - DIVIDE
       *> ... GIVING ... REMAINDER ... needs both
       *> running total for the accumulator mode - persists across
       *> calls into this program for the life of the run unit
       01 wsAccumulator pic s9(9)v99 comp-3 value 0.
       *> the series mode - count, sum, sum of squares and extremes
       *> of the values posted since the last seriesOpen, enough to
       *> answer every statistic without keeping the values
       *> themselves.  The sums carry more digits than the linkage
       *> so a long series overflows only if the answer does.
       01 wsSeriesCount  pic 9(9) comp-5 value 0.
       01 wsSeriesSum    pic s9(15)v99 comp-3 value 0.
       01 wsSeriesSumSq  pic s9(24)v9(4) comp-3 value 0.
       01 wsSeriesMin    pic s9(9)v99 comp-3 value 0.
       01 wsSeriesMax    pic s9(9)v99 comp-3 value 0.
       01 wsVariance     pic s9(24)v9(4) comp-3.
       01 wsSumSquared   pic s9(24)v9(4) comp-3.
       01 wsDivisor      pic s9(18) comp-3.
       *> the date operations - dates travel in the currency
       *> linkage as whole yyyymmdd numbers, and are worked as day
       *> numbers on the integer calendar
       01 wsDateIn       pic s9(9)v99 comp-3.
       01 wsDate         pic 9(8).
       01 wsDateX redefines wsDate.
           03 wsDateYyyy pic 9(4).
           03 wsDateMm   pic 9(2).
           03 wsDateDd   pic 9(2).
       01 wsDateValid    pic x(1).
       01 wsDayNumber    pic s9(9) comp-3.
       01 wsFromDayNumber pic s9(9) comp-3.
       *> 9999-12-31, the last day the integer calendar holds
       01 wsLastDayNumber pic s9(9) comp-3 value 3067671.
       01 wsDays         pic s9(9) comp-3.
       01 wsStep         pic s9(1) comp-3.
       01 wsMonthIndex   pic s9(9) comp-3.
       01 wsMonthYears   pic s9(9) comp-3.
       01 wsMonthRem     pic s9(9) comp-3.
       01 wsWeekday      pic s9(1) comp-3.
       01 wsBusinessDay  pic x(1).
       *> the time-value operations - the periodic rate set by
       *> tvmSetRate is held at fourteen decimals, so a monthly
       *> rate like 8.50% / 12 is not cut to the currency's two
       *> places, and the growth factors are worked at the same
       *> precision until the answer is shaped by applyRoundingFunc
       01 wsPeriodRate   pic s9(3)v9(14) comp-3 value 0.
       01 wsRatePlusOne  pic s9(3)v9(14) comp-3.
       01 wsGrowth       pic s9(11)v9(14) comp-3.
       01 wsFactor       pic s9(11)v9(14) comp-3.
       01 wsPeriods      pic s9(9)v99 comp-3.
       *> the random-number stream - a multiplicative congruential
       *> generator (16807 modulo 2147483647), so the same seed
       *> draws the same numbers in the same order on any run.
       *> Seeded by randomSeed; unseeded, it starts from 1.
       01 wsRandomState  pic s9(10) comp-3 value 1.
       01 wsRandomWork   pic s9(15) comp-3.
       01 wsRandomQuot   pic s9(15) comp-3.
       01 wsRandomSeedIn pic s9(11) comp-3.
       *> the calendar's holidays, loaded on the first business-day
       *> operation and kept for the life of the run unit
       01 wsHolidaysLoaded pic x(1) value "N".
       01 wsCalendarStatus pic x(2).
       01 wsCalendarEof  pic x(1).
       01 wsHolidayCount pic 9(4) comp-5 value 0.
       01 wsHolidaySub   pic 9(4) comp-5.
       01 wsHolidayTable.
           03 wsHoliday  pic 9(8) occurs 400 times.
       *> "Y" while a logging session holds calculator-log.txt open
       *> across calls - a batch caller pays the open/close cost
       *> once instead of per operation, and a crash mid-session
               when currencyConvert    perform currencyConvertFunc
               when logSessionOpen     perform logSessionOpenFunc
               when logSessionClose    perform logSessionCloseFunc
               when seriesOpen         perform seriesOpenFunc
               when seriesPost         perform seriesPostFunc
               when seriesRead         perform seriesReadFunc
               when dateAddDays        perform dateAddDaysFunc
               when dateAddMonths      perform dateAddMonthsFunc
               when dateDaysBetween    perform dateDaysBetweenFunc
               when dateAddBusinessDays
                                       perform dateAddBusinessDaysFunc
               when dateNextBusinessDay
                                       perform dateNextBusinessDayFunc
               when tvmSetRate         perform tvmSetRateFunc
               when tvmPayment         perform tvmPaymentFunc
               when tvmCompoundGrowth  perform tvmCompoundGrowthFunc
               when tvmPresentValue    perform tvmPresentValueFunc
               when tvmFutureValue     perform tvmFutureValueFunc
               when tvmEffectiveRate   perform tvmEffectiveRateFunc
               when tvmNominalRate     perform tvmNominalRateFunc
               when tvmPeriodInterest  perform tvmPeriodInterestFunc
               when randomSeed         perform randomSeedFunc
               when randomNext         perform randomNextFunc
               when other              perform errorFunc
         end-evaluate

       accumulatorReadFunc section.
          move wsAccumulator to lnk-sum.

      *> starts a new series - call before posting its first value
       seriesOpenFunc section.
          move 0 to wsSeriesCount.
          move 0 to wsSeriesSum.
          move 0 to wsSeriesSumSq.
          move 0 to wsSeriesMin.
          move 0 to wsSeriesMax.

      *> posts one value, in lnk-arg1, to the series - lnk-arg2 is
      *> not used.  A value that would overflow the sums is refused
      *> and leaves the series as it was.
       seriesPostFunc section.
          compute wsVariance = wsSeriesSumSq + (lnk-arg1 * lnk-arg1)
             on size error
                move err-overflow to return-code
          end-compute.
          if return-code = err-success
             add lnk-arg1 to wsSeriesSum
                on size error
                   move err-overflow to return-code
             end-add
          end-if.
          if return-code = err-success
             move wsVariance to wsSeriesSumSq
             add 1 to wsSeriesCount
             if wsSeriesCount = 1
                move lnk-arg1 to wsSeriesMin
                move lnk-arg1 to wsSeriesMax
             else
                if lnk-arg1 < wsSeriesMin
                   move lnk-arg1 to wsSeriesMin
                end-if
                if lnk-arg1 > wsSeriesMax
                   move lnk-arg1 to wsSeriesMax
                end-if
             end-if
          end-if.

      *> reads back one statistic of the series - lnk-arg1 picks it
      *> (statCount, statSum, statMean, statMinimum, statMaximum,
      *> statStdDev for the population deviation, statSampleStdDev
      *> for the sample one).  The mean and the deviations round to
      *> the currency's two decimals by the caller's rounding mode,
      *> the same as every other operation that rounds.
       seriesReadFunc section.
          move 0 to lnk-sum.
          evaluate lnk-arg1
             when statCount
                move wsSeriesCount to lnk-sum
             when statSum
                compute lnk-sum = wsSeriesSum
                   on size error
                      move err-overflow to return-code
                end-compute
             when statMean
                if wsSeriesCount = 0
                   move err-empty-series to return-code
                else
                   compute wsWork = wsSeriesSum / wsSeriesCount
                   perform applyRoundingFunc
                end-if
             when statMinimum
                if wsSeriesCount = 0
                   move err-empty-series to return-code
                else
                   move wsSeriesMin to lnk-sum
                end-if
             when statMaximum
                if wsSeriesCount = 0
                   move err-empty-series to return-code
                else
                   move wsSeriesMax to lnk-sum
                end-if
             when statStdDev
                if wsSeriesCount = 0
                   move err-empty-series to return-code
                else
                   perform seriesDeviationFunc
                end-if
             when statSampleStdDev
                if wsSeriesCount < 2
                   move err-empty-series to return-code
                else
                   perform seriesDeviationFunc
                end-if
             when other
                move err-unknown-function to return-code
          end-evaluate.

      *> the variance from the running sums as (n * sumsq - sum * sum)
      *> over n * n, or over n * (n - 1) for the sample form - the
      *> numerator is exact in decimal, so no cancellation creeps in
      *> the way sumsq / n - mean * mean loses it on a long series
       seriesDeviationFunc section.
          compute wsVariance = wsSeriesCount * wsSeriesSumSq
             on size error
                move err-overflow to return-code
          end-compute.
          if return-code = err-success
             compute wsSumSquared = wsSeriesSum * wsSeriesSum
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             subtract wsSumSquared from wsVariance
             if lnk-arg1 = statSampleStdDev
                compute wsDivisor
                   = wsSeriesCount * (wsSeriesCount - 1)
             else
                compute wsDivisor = wsSeriesCount * wsSeriesCount
             end-if
             divide wsDivisor into wsVariance
          end-if.
          if return-code = err-success
             if wsVariance < 0
                move 0 to wsVariance
             end-if
             compute wsWork = function sqrt(wsVariance)
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> the date in lnk-arg1 moved on by the whole number of
      *> calendar days in lnk-arg2 - negative moves it back
       dateAddDaysFunc section.
          move lnk-arg1 to wsDateIn.
          perform checkDateFunc.
          if return-code = err-success
             perform checkWholeDaysFunc
          end-if.
          if return-code = err-success
             add wsDays to wsDayNumber
             perform returnDayNumberFunc
          end-if.

      *> the date in lnk-arg1 moved on by the whole number of months
      *> in lnk-arg2 - negative moves it back.  A day the target
      *> month does not have falls to that month's last day, so
      *> 31 January plus one month is the end of February.
       dateAddMonthsFunc section.
          move lnk-arg1 to wsDateIn.
          perform checkDateFunc.
          if return-code = err-success
             perform checkWholeDaysFunc
          end-if.
          if return-code = err-success
             compute wsMonthIndex
                = wsDateYyyy * 12 + wsDateMm - 1 + wsDays
             if wsMonthIndex < 1601 * 12
                or wsMonthIndex > 9999 * 12 + 11
                move err-invalid-date to return-code
             end-if
          end-if.
          if return-code = err-success
             divide wsMonthIndex by 12
                giving wsMonthYears
                remainder wsMonthRem
             move wsMonthYears to wsDateYyyy
             compute wsDateMm = wsMonthRem + 1
             perform until function test-date-yyyymmdd(wsDate) = 0
                subtract 1 from wsDateDd
             end-perform
             move wsDate to lnk-sum
          end-if.

      *> the calendar days from the date in lnk-arg1 to the date in
      *> lnk-arg2 - lnk-arg2 less lnk-arg1, the same direction as
      *> subtractionFunc, so a date already past reads negative
       dateDaysBetweenFunc section.
          move lnk-arg1 to wsDateIn.
          perform checkDateFunc.
          if return-code = err-success
             move wsDayNumber to wsFromDayNumber
             move lnk-arg2 to wsDateIn
             perform checkDateFunc
          end-if.
          if return-code = err-success
             compute lnk-sum = wsDayNumber - wsFromDayNumber
          end-if.

      *> the date in lnk-arg1 moved on by the whole number of
      *> business days in lnk-arg2 - weekends and the calendar's
      *> holidays are not counted, and a negative count moves back.
      *> Zero days returns the date as given.
       dateAddBusinessDaysFunc section.
          move lnk-arg1 to wsDateIn.
          perform checkDateFunc.
          if return-code = err-success
             perform checkWholeDaysFunc
          end-if.
          if return-code = err-success
             if wsDays < 0
                move -1 to wsStep
                compute wsDays = 0 - wsDays
             else
                move 1 to wsStep
             end-if
             perform until wsDays = 0
                        or return-code not = err-success
                add wsStep to wsDayNumber
                perform checkBusinessDayFunc
                if wsBusinessDay = "Y"
                   subtract 1 from wsDays
                end-if
             end-perform
          end-if.
          if return-code = err-success
             perform returnDayNumberFunc
          end-if.

      *> the date in lnk-arg1 if it is a business day, otherwise the
      *> first business day after it - the roll-forward for a due
      *> date that lands on a weekend or a bank holiday.  lnk-arg2
      *> is not used.
       dateNextBusinessDayFunc section.
          move lnk-arg1 to wsDateIn.
          perform checkDateFunc.
          if return-code = err-success
             perform checkBusinessDayFunc
             perform until wsBusinessDay = "Y"
                        or return-code not = err-success
                add 1 to wsDayNumber
                perform checkBusinessDayFunc
             end-perform
          end-if.
          if return-code = err-success
             perform returnDayNumberFunc
          end-if.

      *> wsDateIn must be a whole yyyymmdd calendar date - on the
      *> way through it lands in wsDate and, as a day number, in
      *> wsDayNumber
       checkDateFunc section.
          move "Y" to wsDateValid.
          if wsDateIn < 0 or wsDateIn > 99999999
             move "N" to wsDateValid
          else
             move wsDateIn to wsDate
             if wsDate not = wsDateIn
                move "N" to wsDateValid
             else
                if function test-date-yyyymmdd(wsDate) not = 0
                   move "N" to wsDateValid
                end-if
             end-if
          end-if.
          if wsDateValid = "Y"
             compute wsDayNumber = function integer-of-date(wsDate)
          else
             move err-invalid-date to return-code
          end-if.

      *> lnk-arg2 as a whole count of days or months - a part day
      *> is refused rather than quietly truncated
       checkWholeDaysFunc section.
          move lnk-arg2 to wsDays.
          if wsDays not = lnk-arg2
             move err-invalid-date to return-code
          end-if.

      *> wsDayNumber back to a yyyymmdd date in lnk-sum, provided it
      *> is still on the calendar
       returnDayNumberFunc section.
          if wsDayNumber < 1 or wsDayNumber > wsLastDayNumber
             move err-invalid-date to return-code
          else
             compute wsDate = function date-of-integer(wsDayNumber)
             move wsDate to lnk-sum
          end-if.

      *> wsBusinessDay "Y" when wsDayNumber is neither a Saturday,
      *> a Sunday, nor an "H" row of the processing calendar.  Day
      *> 1 of the integer calendar is a Monday, so the remainder 6
      *> is a Saturday and 0 a Sunday.
       checkBusinessDayFunc section.
          if wsHolidaysLoaded not = "Y"
             perform loadHolidaysFunc
          end-if.
          move "Y" to wsBusinessDay.
          if wsDayNumber < 1 or wsDayNumber > wsLastDayNumber
             move "N" to wsBusinessDay
             move err-invalid-date to return-code
          else
             compute wsWeekday = function rem(wsDayNumber, 7)
             if wsWeekday = 6 or wsWeekday = 0
                move "N" to wsBusinessDay
             else
                compute wsDate = function date-of-integer(wsDayNumber)
                move 1 to wsHolidaySub
                perform until wsHolidaySub > wsHolidayCount
                   if wsHoliday(wsHolidaySub) = wsDate
                      move "N" to wsBusinessDay
                   end-if
                   add 1 to wsHolidaySub
                end-perform
             end-if
          end-if.

      *> no calendar file means weekends are the only days off
       loadHolidaysFunc section.
          move 0 to wsHolidayCount.
          move "N" to wsCalendarEof.
          open input calendarFile.
          if wsCalendarStatus = "00"
             perform until wsCalendarEof = "Y"
                read calendarFile
                   at end
                      move "Y" to wsCalendarEof
                   not at end
                      if ca-rowType = "H"
                         and ca-date is numeric
                         and wsHolidayCount < 400
                         add 1 to wsHolidayCount
                         move ca-date to wsHoliday(wsHolidayCount)
                      end-if
                end-read
             end-perform
          end-if.
          close calendarFile.
          move "Y" to wsHolidaysLoaded.

      *> sets the periodic rate the other time-value operations
      *> work with - lnk-arg1 is the nominal annual rate as a
      *> percentage (8.50 means 8.50%), lnk-arg2 the periods in a
      *> year (zero takes twelve, a monthly plan).  The rate is
      *> kept at full precision; lnk-sum shows it as a periodic
      *> percentage under the caller's rounding mode, for the log.
       tvmSetRateFunc section.
          move lnk-arg2 to wsPeriods.
          if wsPeriods = 0
             move 12 to wsPeriods
          end-if.
          if wsPeriods < 0
             move err-divide-by-zero to return-code
          else
             compute wsPeriodRate = lnk-arg1 / 100 / wsPeriods
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             compute wsWork = wsPeriodRate * 100
             perform applyRoundingFunc
          end-if.

      *> the level payment that clears the principal in lnk-arg1 in
      *> the number of periods in lnk-arg2 at the periodic rate -
      *> P * i * (1 + i) ** n / ((1 + i) ** n - 1), or an equal
      *> share of the principal when the rate is zero
       tvmPaymentFunc section.
          if lnk-arg2 = 0
             move err-divide-by-zero to return-code
          else
             move lnk-arg2 to wsPeriods
             perform tvmGrowthFactorFunc
          end-if.
          if return-code = err-success
             if wsPeriodRate = 0
                compute wsWork = lnk-arg1 / wsPeriods
                   on size error
                      move err-overflow to return-code
                end-compute
             else
                compute wsFactor = wsPeriodRate * wsGrowth
                compute wsFactor = wsFactor / (wsGrowth - 1)
                   on size error
                      move err-overflow to return-code
                end-compute
                if return-code = err-success
                   compute wsWork = lnk-arg1 * wsFactor
                      on size error
                         move err-overflow to return-code
                   end-compute
                end-if
             end-if
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> the amount in lnk-arg1 grown at the periodic rate for the
      *> number of periods in lnk-arg2 - A * (1 + i) ** n.  A
      *> negative period count discounts instead, giving the
      *> present value of a single amount due that far ahead.
       tvmCompoundGrowthFunc section.
          move lnk-arg2 to wsPeriods.
          perform tvmGrowthFactorFunc.
          if return-code = err-success
             compute wsWork = lnk-arg1 * wsGrowth
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> what a run of level payments of lnk-arg1 for the number of
      *> periods in lnk-arg2 is worth today at the periodic rate -
      *> PMT * (1 - (1 + i) ** -n) / i, the early-settlement figure
      *> for the payments still to come on a plan
       tvmPresentValueFunc section.
          compute wsPeriods = 0 - lnk-arg2.
          perform tvmGrowthFactorFunc.
          if return-code = err-success
             if wsPeriodRate = 0
                compute wsWork = lnk-arg1 * lnk-arg2
                   on size error
                      move err-overflow to return-code
                end-compute
             else
                compute wsWork
                   = lnk-arg1 * (1 - wsGrowth) / wsPeriodRate
                   on size error
                      move err-overflow to return-code
                end-compute
             end-if
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> what a run of level payments of lnk-arg1 for the number of
      *> periods in lnk-arg2 amounts to at the end at the periodic
      *> rate - PMT * ((1 + i) ** n - 1) / i
       tvmFutureValueFunc section.
          move lnk-arg2 to wsPeriods.
          perform tvmGrowthFactorFunc.
          if return-code = err-success
             if wsPeriodRate = 0
                compute wsWork = lnk-arg1 * lnk-arg2
                   on size error
                      move err-overflow to return-code
                end-compute
             else
                compute wsWork
                   = lnk-arg1 * (wsGrowth - 1) / wsPeriodRate
                   on size error
                      move err-overflow to return-code
                end-compute
             end-if
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> the effective annual rate of the nominal annual percentage
      *> in lnk-arg1 compounded the number of times a year in
      *> lnk-arg2 - ((1 + j / m) ** m - 1) * 100.  Works from its
      *> own arguments; the rate set by tvmSetRate is untouched.
       tvmEffectiveRateFunc section.
          if lnk-arg2 not > 0
             move err-divide-by-zero to return-code
          else
             compute wsRatePlusOne = 1 + lnk-arg1 / 100 / lnk-arg2
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             compute wsGrowth = wsRatePlusOne ** lnk-arg2
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             compute wsWork = (wsGrowth - 1) * 100
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> the nominal annual percentage that, compounded the number
      *> of times a year in lnk-arg2, gives the effective annual
      *> percentage in lnk-arg1 - m * ((1 + e) ** (1 / m) - 1) * 100
       tvmNominalRateFunc section.
          if lnk-arg2 not > 0
             move err-divide-by-zero to return-code
          else
             compute wsRatePlusOne = 1 + lnk-arg1 / 100
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             compute wsGrowth = wsRatePlusOne ** (1 / lnk-arg2)
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             compute wsWork = lnk-arg2 * (wsGrowth - 1) * 100
                on size error
                   move err-overflow to return-code
             end-compute
          end-if.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> one period's interest on the balance in lnk-arg1 at the
      *> full-precision periodic rate - the interest line of an
      *> amortization schedule.  lnk-arg2 is not used.
       tvmPeriodInterestFunc section.
          compute wsWork = lnk-arg1 * wsPeriodRate
             on size error
                move err-overflow to return-code
          end-compute.
          if return-code = err-success
             perform applyRoundingFunc
          end-if.

      *> (1 + i) ** wsPeriods at the periodic rate into wsGrowth
       tvmGrowthFactorFunc section.
          compute wsRatePlusOne = 1 + wsPeriodRate.
          compute wsGrowth = wsRatePlusOne ** wsPeriods
             on size error
                move err-overflow to return-code
          end-compute.

      *> starts the random-number stream from the whole-number seed
      *> in lnk-arg1 - the seed is what a reviewer needs to draw the
      *> same numbers again, and it is logged with the call.  A
      *> seed of zero, or one the generator cannot hold, starts
      *> from 1.  lnk-sum returns the seed taken.
       randomSeedFunc section.
          move lnk-arg1 to wsRandomSeedIn.
          if wsRandomSeedIn < 0
             compute wsRandomSeedIn = 0 - wsRandomSeedIn
          end-if.
          divide wsRandomSeedIn by 2147483647
             giving wsRandomQuot
             remainder wsRandomState.
          if wsRandomState = 0
             move 1 to wsRandomState
          end-if.
          move wsRandomState to lnk-sum.

      *> the next number of the stream, scaled below the limit in
      *> lnk-arg1 - 0.00 up to but not including lnk-arg1, in
      *> hundredths, truncated so it never reaches the limit.  A
      *> caller wanting a whole number from 1 to n passes n and
      *> takes the integer part plus one.  lnk-arg2 is not used.
       randomNextFunc section.
          if lnk-arg1 not > 0
             move err-divide-by-zero to return-code
          else
             compute wsRandomWork = wsRandomState * 16807
             divide wsRandomWork by 2147483647
                giving wsRandomQuot
                remainder wsRandomState
             compute lnk-sum = wsRandomState * lnk-arg1 / 2147483647
          end-if.

      *> opens calculator-log.txt once for a batch of calls - the
      *> per-call open/close below stands down until the session
      *> closes.  Casual callers never need to know this exists.
