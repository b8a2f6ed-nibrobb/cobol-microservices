      *> secondary-rate-record.cpy
      *> one line of the licensed secondary rate provider's daily
      *> file (the SECFEED dd in jcl/secrate.jcl) - the desk's
      *> fallback for a night the ecb feed fails or is held. fixed
      *> columns, one fixing date per file, three kinds of line:
      *>   "H" header  - sf-business-date and sf-provider-id, first.
      *>   "R" rate    - sf-business-date, sf-currency-code quoted
      *>                 against sf-base-currency (always "EUR" - the
      *>                 ecb's own convention, units of the currency
      *>                 per one euro), sf-mid-rate, and
      *>                 sf-rate-status: "F" a firm fixing, "I" an
      *>                 indicative quote the provider could not
      *>                 confirm.
      *>   "T" trailer - sf-business-date and sf-line-count, the
      *>                 number of rate lines the provider sent, last.
      *> sf-business-date is yyyymmdd and the same on every line of
      *> the file. fields a kind of line does not use are spaces.
      *> batch/secondary-rate-refresh.cbl edits the file and restages
      *> its firm rates in the ecb csv shape.
       01 secondary-rate-record.
           05 sf-record-type           pic x(1).
               88 sf-header-line           value "H".
               88 sf-rate-line             value "R".
               88 sf-trailer-line          value "T".
           05 sf-business-date         pic x(8).
           05 sf-provider-id           pic x(8).
           05 sf-currency-code         pic x(3).
           05 sf-base-currency         pic x(3).
           05 sf-mid-rate              pic 9(5)v9(9).
           05 sf-rate-status           pic x(1).
               88 sf-rate-firm             value "F".
               88 sf-rate-indicative       value "I".
           05 sf-line-count            pic 9(7).
