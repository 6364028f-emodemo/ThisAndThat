      ******************************************************************
       78 err-divide-by-zero      value 8.
       78 err-overflow            value 9.
      *> a series statistic asked of a series with too few values -
      *> the mean, minimum or maximum of nothing, or a sample
      *> deviation of fewer than two
       78 err-empty-series        value 21.
      *> a date operation given something that is not a yyyymmdd
      *> calendar date, a part day, or an answer off the calendar
       78 err-invalid-date        value 22.
