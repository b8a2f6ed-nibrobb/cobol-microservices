      *> fee-schedule-record.cpy
      *> one customer's service fees for currency conversion, kept by
      *> the customer desk as a flat file in the same way as the
      *> margin schedule (see margin-schedule-record.cpy) and read
      *> at month end by batch/customer-billing.cbl. every
      *> conversion the customer made in the month is charged the
      *> per-conversion fee plus the percentage of its value in eur
      *> (0.0500 is five hundredths of one percent); when the
      *> month's fees come to less than the monthly minimum, the
      *> difference is billed as a minimum adjustment, including in
      *> a month with no conversions at all. all three amounts are
      *> eur. one row per customer - a customer with no row is not
      *> billed, and is listed for the desk instead.
       01 fee-schedule-record.
           05 fe-customer-id           pic x(8).
           05 fe-per-conversion-fee    pic 9(5)v9(2).
           05 fe-percent-fee           pic 9(3)v9(4).
           05 fe-monthly-minimum       pic 9(7)v9(2).
