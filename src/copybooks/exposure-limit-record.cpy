      *> exposure-limit-record.cpy
      *> one currency's ceiling on the bank's net open position,
      *> kept by treasury as a flat file and read nightly by
      *> batch/net-exposure-report.cbl. the ceiling is in eur and
      *> applies to the net position either way - long or short -
      *> valued at the day's close. the warn and hard thresholds are
      *> percentages of the ceiling (80.00 and 100.00 flag a position
      *> at four fifths of its ceiling and breach it at the ceiling
      *> itself); a position past the warn figure is reported, one
      *> past the hard figure is a breach. one row per currency - a
      *> currency with a position and no row is reported as having
      *> no limit rather than passed as within it. eur is the base
      *> and takes no row.
       01 exposure-limit-record.
           05 el-currency-code         pic x(3).
           05 el-ceiling-eur           pic 9(13)v9(2).
           05 el-warn-percent          pic 9(3)v9(2).
           05 el-hard-percent          pic 9(3)v9(2).
