      *> rate-correction-history.cpy
      *> one applied rate correction, appended to the correction
      *> history file by batch/rate-correction.cbl as the master row
      *> is rewritten: the value the master held before (the figure
      *> every quote for that currency and date was answered from)
      *> next to the value it holds now, with the reason and the two
      *> people who asked for and approved the change. the master
      *> only ever holds the current figure, so this file is the one
      *> place the original survives. ch-applied-at is the run's
      *> yyyymmddhhmmss.
       01 rate-correction-history.
           05 ch-applied-at            pic 9(14).
           05 ch-currency-code         pic x(3).
           05 ch-as-of-date            pic x(10).
           05 ch-original-rate         pic s9(5)v9(9) comp-3.
           05 ch-corrected-rate        pic s9(5)v9(9) comp-3.
           05 ch-reason-text           pic x(40).
           05 ch-requester-id          pic x(8).
           05 ch-approver-id           pic x(8).
