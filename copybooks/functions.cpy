       78 openScan             value 29.
       78 readNextRecord       value 30.
       78 removeAddress        value 31.
       78 readStatement        value 32.
       78 setForeignAddress    value 33.
       78 readForeignAddress   value 34.

      *> Calculator function codes
       78 addition             value 1.
       78 currencyConvert       value 12.
       78 logSessionOpen        value 13.
       78 logSessionClose       value 14.
       78 seriesOpen            value 15.
       78 seriesPost            value 16.
       78 seriesRead            value 17.
       78 dateAddDays           value 18.
       78 dateAddMonths         value 19.
       78 dateDaysBetween       value 20.
       78 dateAddBusinessDays   value 21.
       78 dateNextBusinessDay   value 22.
       78 tvmSetRate            value 23.
       78 tvmPayment            value 24.
       78 tvmCompoundGrowth     value 25.
       78 tvmPresentValue       value 26.
       78 tvmFutureValue        value 27.
       78 tvmEffectiveRate      value 28.
       78 tvmNominalRate        value 29.
       78 tvmPeriodInterest     value 30.
       78 randomSeed            value 31.
       78 randomNext            value 32.

      *> Calculator series statistics, passed in arg1 of a seriesRead
      *> call to pick which figure comes back
       78 statCount             value 1.
       78 statSum               value 2.
       78 statMean              value 3.
       78 statMinimum           value 4.
       78 statMaximum           value 5.
       78 statStdDev            value 6.
       78 statSampleStdDev      value 7.

      *> Calculator rounding-mode codes, passed as the fifth
      *> argument on every Calculator call and honored by the
      *> operations that round (percentage, power, squareRoot, the
      *> series mean and standard deviations, and the time-value
      *> operations)
       78 roundHalfUp           value 1.
       78 roundTruncate         value 2.
       78 roundHalfEven         value 3.
