      *> margin-schedule-record.cpy
      *> one row of the customer margin schedule: the spread the
      *> service takes on top of the ecb mid rate for one customer,
      *> currency pair and amount band. the file is maintained by the
      *> customer desk in the same flat-file-plus-copybook way the
      *> contract-rate file is (see contract-rate-record.cpy) and
      *> edited nightly by batch/margin-schedule-edit.cbl; the live
      *> service reads the edit's clean generation on the MARGIN dd.
      *> the band is the request amount in the from currency, both
      *> bounds inclusive - a top band the desk wants open-ended
      *> carries all nines as its high bound. the margin is either a
      *> percentage ("P", 0.2500 is a quarter of one percent) or
      *> basis points ("B", 25.0000 is the same quarter percent) of
      *> the mid rate, and it always comes off the rate in the
      *> bank's favour: the all-in rate the customer is quoted is
      *> mid x (1 - margin), so the customer receives less of the
      *> to currency than the mid rate would have given them. a
      *> customer request on a pair and amount no row covers is
      *> quoted at mid, the same as a plain request.
       01 margin-schedule-record.
           05 ms-customer-id           pic x(8).
           05 ms-from-currency         pic x(3).
           05 ms-to-currency           pic x(3).
           05 ms-band-low              pic 9(13)v9(2).
           05 ms-band-high             pic 9(13)v9(2).
           05 ms-margin-type           pic x(1).
               88 ms-margin-percent        value "P".
               88 ms-margin-basis-points   value "B".
           05 ms-margin-value          pic 9(3)v9(4).
