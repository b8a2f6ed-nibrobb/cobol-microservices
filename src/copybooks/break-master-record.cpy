      *> break-master-record.cpy
      *> one reconciliation break in the keyed break master (the vsam
      *> ksds behind the BRKMSTR dd) - a gl invoice the nightly
      *> rate-reconciliation run found posted more than the tolerance
      *> away from the ecb quote. keyed on the invoice id alone: an
      *> invoice that breaks again on a later night updates its one
      *> record (last-seen date, times seen, the latest rates) instead
      *> of piling up a new line nobody can tie back to the first.
      *> the first-seen date is what the weekly aging report (see
      *> batch/break-aging-report.cbl) counts days outstanding from.
      *> the status, status date, analyst and reason are written by
      *> the desk's transaction run (see batch/break-status-update.cbl
      *> and break-transaction-record.cpy), so a break that gets fixed
      *> carries who fixed it and why rather than just dropping off
      *> the report. a resolved break that breaks again is reopened
      *> by the reconciliation run; a written-off one stays written
      *> off - the desk already accepted it - and only its last-seen
      *> date and count move.
       01 break-master-record.
           05 bk-invoice-id            pic x(12).
           05 bk-currency-code         pic x(3).
           05 bk-as-of-date            pic x(10).
           05 bk-gl-amount             pic s9(13)v9(4) comp-3.
           05 bk-gl-rate               pic s9(5)v9(9) comp-3.
           05 bk-ecb-rate              pic s9(5)v9(9) comp-3.
           05 bk-first-seen-date       pic x(10).
           05 bk-last-seen-date        pic x(10).
           05 bk-times-seen            pic 9(5).
           05 bk-status                pic x(1).
               88 bk-break-open            value "O".
               88 bk-break-investigated    value "I".
               88 bk-break-resolved        value "R".
               88 bk-break-written-off     value "W".
               88 bk-break-outstanding     values "O" "I".
           05 bk-status-date           pic x(10).
           05 bk-analyst-id            pic x(8).
           05 bk-reason-text           pic x(40).
