      *> currency-master-record.cpy
      *> one iso 4217 currency in the currency reference master (the
      *> vsam ksds behind the CURMSTR dd), keyed on the code alone -
      *> the one place the system keeps its idea of which codes are
      *> real, what they are called, and how many decimal places
      *> their amounts round to. the desk keeps the same layout as a
      *> flat file and the maintenance run (see batch/currency-
      *> master-maint.cbl) edits it and rebuilds the master from the
      *> clean rows, so a new code or a redenomination is a data
      *> change rather than a program change. a currency is valid
      *> for a date when it is active ("Y") and the date falls in
      *> its valid-from/valid-to range, both inclusive iso yyyy-mm-
      *> dd; a currency still current carries 9999-12-31 as its
      *> valid-to. eur is on the master like any other code even
      *> though the rate master never quotes it. the service's
      *> rounding, the gl and contract edits, the feed check and the
      *> watch-order run all validate against it.
       01 currency-master-record.
           05 cy-currency-code         pic x(3).
           05 cy-currency-name         pic x(30).
           05 cy-minor-units           pic 9(1).
           05 cy-active-flag           pic x(1).
               88 cy-currency-active       value "Y".
               88 cy-currency-inactive     value "N".
           05 cy-valid-from            pic x(10).
           05 cy-valid-to              pic x(10).
