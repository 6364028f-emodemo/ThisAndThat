           set result to self::callCalculator(0, 0, accumulatorRead)
           goback.
       end method.

      *>> SERIES - count, sum, mean, minimum, maximum and standard
      *>> deviation of a run of posted values, worked out by the same
      *>> Calculator that does the money

      *>> starts a new, empty series
       method-id openSeries.
       local-storage section.
       01 ignoredResult binary-long.
       procedure division.
           copy "functions.cpy".
           set ignoredResult to self::callCalculator(0, 0, seriesOpen)
           goback.
       end method.

      *>> posts one value to the series
       method-id postToSeries (value as binary-long).
       local-storage section.
       01 ignoredResult binary-long.
       procedure division.
           copy "functions.cpy".
           set ignoredResult to self::callCalculator(value, 0, seriesPost)
           goback.
       end method.

      *>> reads back one statistic - 1 count, 2 sum, 3 mean,
      *>> 4 minimum, 5 maximum, 6 population standard deviation,
      *>> 7 sample standard deviation - rounded by mode (1 half-up,
      *>> 2 truncate toward zero, 3 half-even).  Reading the mean or
      *>> an extreme of an empty series raises, like a divide by zero.
       method-id readSeries.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value statistic as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           move statistic to arg1
           move 0 to arg2
           move seriesRead to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           set result to argsum
           goback.
       end method.

      *>> TIME VALUE OF MONEY - level payments, growth and present
      *>> and future values at a periodic rate Calculator holds at
      *>> full precision, so a monthly rate is not cut to two
      *>> decimals.  Rates carry two implied decimal places (850
      *>> means 8.50%), scaled here onto the decimal percentage the
      *>> procedural side takes, the same as percentage.

      *>> sets the nominal annual rate and the periods in a year the
      *>> other time-value methods work at
       method-id setPlanRate.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value annualRate as binary-long
                                by value periodsPerYear as binary-long.
           compute arg1 = annualRate / 100
           move periodsPerYear to arg2
           move tvmSetRate to func
           move roundHalfUp to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           goback.
       end method.

      *>> the level payment that clears principal in periods
       method-id levelPayment.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value principal as binary-long
                                by value periods as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           move principal to arg1
           move periods to arg2
           move tvmPayment to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           set result to argsum
           goback.
       end method.

      *>> amount grown for periods - negative periods discount
       method-id compoundGrowth.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value amount as binary-long
                                by value periods as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           move amount to arg1
           move periods to arg2
           move tvmCompoundGrowth to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           set result to argsum
           goback.
       end method.

      *>> today's value of a run of level payments - the
      *>> early-settlement figure for the payments still to come
       method-id presentValue.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value payment as binary-long
                                by value periods as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           move payment to arg1
           move periods to arg2
           move tvmPresentValue to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           set result to argsum
           goback.
       end method.

      *>> the end value of a run of level payments
       method-id futureValue.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value payment as binary-long
                                by value periods as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           move payment to arg1
           move periods to arg2
           move tvmFutureValue to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           set result to argsum
           goback.
       end method.

      *>> one period's interest on a balance
       method-id periodInterest.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value balance as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           move balance to arg1
           move 0 to arg2
           move tvmPeriodInterest to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           set result to argsum
           goback.
       end method.

      *>> the effective annual rate of a nominal rate compounded
      *>> periodsPerYear times - both rates in hundredths
       method-id effectiveRate.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value nominalRate as binary-long
                                by value periodsPerYear as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           compute arg1 = nominalRate / 100
           move periodsPerYear to arg2
           move tvmEffectiveRate to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           compute result = argsum * 100
           goback.
       end method.

      *>> the nominal annual rate giving an effective rate when
      *>> compounded periodsPerYear times - both in hundredths
       method-id nominalRate.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value effectiveRate as binary-long
                                by value periodsPerYear as binary-long
                                by value mode as binary-long
                               returning result as binary-long.
           compute arg1 = effectiveRate / 100
           move periodsPerYear to arg2
           move tvmNominalRate to func
           move mode to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           compute result = argsum * 100
           goback.
       end method.

      *>> RANDOM NUMBERS - a reproducible stream: the same seed
      *>> draws the same numbers in the same order

      *>> starts the stream from a whole-number seed
       method-id seedRandom.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value seed as binary-long.
           move seed to arg1
           move 0 to arg2
           move randomSeed to func
           move roundHalfUp to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           goback.
       end method.

      *>> the next number of the stream, 0 up to but not including
      *>> limit - whole numbers, the fraction dropped
       method-id nextRandom.
       local-storage section.
       01 arg1     PIC S9(9)V99 COMP-3.
       01 arg2     PIC S9(9)V99 COMP-3.
       01 argsum   PIC S9(9)V99 COMP-3.
       01 func pic 99.
       01 roundMode pic 99.
       copy "functions.cpy".
       procedure division using by value limit as binary-long
                              returning result as binary-long.
           move limit to arg1
           move 0 to arg2
           move randomNext to func
           move roundTruncate to roundMode
           call pp using by value arg1 by value arg2 by value func
               by reference argsum by value roundMode
           self::checkReturnCode()
           move argsum to result
           goback.
       end method.
       

      *> CALL CALCULATOR
                   raise new RuntimeException("divide by zero")
               when err-overflow
                   raise new RuntimeException("arithmetic overflow")
               when err-empty-series
                   raise new RuntimeException("series has too few values")
               when err-invalid-date
                   raise new RuntimeException("invalid date")
               when other
                   raise new RuntimeException("Calculator error " & return-code)
           end-evaluate
