       method-id readAccumulator.
       procedure division returning result as binary-long.
       end method.

      *>> SERIES - count, sum, mean, minimum, maximum and standard
      *>> deviation of a run of posted values, worked out by the same
      *>> Calculator that does the money

      *>> starts a new, empty series
       method-id openSeries.
       procedure division.
       end method.

      *>> posts one value to the series
       method-id postToSeries (value as binary-long).
       end method.

      *>> reads back one statistic - 1 count, 2 sum, 3 mean,
      *>> 4 minimum, 5 maximum, 6 population standard deviation,
      *>> 7 sample standard deviation - rounded by mode (1 half-up,
      *>> 2 truncate toward zero, 3 half-even)
       method-id readSeries (statistic as binary-long,
                             mode as binary-long)
                            returning result as binary-long.
       end method.

      *>> TIME VALUE OF MONEY - level payments, growth and present
      *>> and future values at a periodic rate Calculator holds at
      *>> full precision, so a monthly rate is not cut to two
      *>> decimals.  Rates carry two implied decimal places (850
      *>> means 8.50%); mode is 1 half-up, 2 truncate toward zero,
      *>> 3 half-even.

      *>> sets the nominal annual rate and the periods in a year the
      *>> other time-value methods work at
       method-id setPlanRate (annualRate as binary-long,
                              periodsPerYear as binary-long).
       end method.

      *>> the level payment that clears principal in periods
       method-id levelPayment (principal as binary-long,
                               periods as binary-long,
                               mode as binary-long)
                              returning result as binary-long.
       end method.

      *>> amount grown for periods - negative periods discount
       method-id compoundGrowth (amount as binary-long,
                                 periods as binary-long,
                                 mode as binary-long)
                                returning result as binary-long.
       end method.

      *>> today's value of a run of level payments
       method-id presentValue (payment as binary-long,
                               periods as binary-long,
                               mode as binary-long)
                              returning result as binary-long.
       end method.

      *>> the end value of a run of level payments
       method-id futureValue (payment as binary-long,
                              periods as binary-long,
                              mode as binary-long)
                             returning result as binary-long.
       end method.

      *>> one period's interest on a balance
       method-id periodInterest (balance as binary-long,
                                 mode as binary-long)
                                returning result as binary-long.
       end method.

      *>> the effective annual rate of a nominal rate compounded
      *>> periodsPerYear times - both rates in hundredths
       method-id effectiveRate (nominalRate as binary-long,
                                periodsPerYear as binary-long,
                                mode as binary-long)
                               returning result as binary-long.
       end method.

      *>> the nominal annual rate giving an effective rate when
      *>> compounded periodsPerYear times - both in hundredths
       method-id nominalRate (effectiveRate as binary-long,
                              periodsPerYear as binary-long,
                              mode as binary-long)
                             returning result as binary-long.
       end method.

      *>> RANDOM NUMBERS - a reproducible stream: the same seed
      *>> draws the same numbers in the same order

      *>> starts the stream from a whole-number seed
       method-id seedRandom (seed as binary-long).
       end method.

      *>> the next number of the stream, 0 up to but not including
      *>> limit
       method-id nextRandom (limit as binary-long)
                            returning result as binary-long.
       end method.
       
       
       end interface.
