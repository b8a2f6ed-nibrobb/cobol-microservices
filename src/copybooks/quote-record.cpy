      *> quote-record.cpy
      *> one price the service gave a caller, in the keyed quote
      *> master (the vsam ksds behind the QUOTEMSTR dd). every
      *> successful conversion writes one, keyed on the quote
      *> reference the response hands back: "Q", the two-digit year
      *> and day of the year it was issued, and a six-digit sequence
      *> that starts from the tenth of a second of the day - unique
      *> within the day, readable back to it, and short enough to
      *> travel as the gl invoice id once booked. the quote is good
      *> until qt-expires-at (yyyymmddhhmmss, the issue time plus the
      *> service's QUOTECARD minutes); "/book/{quote-ref}" inside
      *> that window turns it into a deal on the deal master (see
      *> deal-record.cpy) at exactly the amounts and rates carried
      *> here and marks it booked, so a quote books at most once.
      *> qt-mid-rate and qt-margin-percent are the customer margin
      *> the price carried (zero when none applied), the same pair
      *> audit-record.cpy logs.
       01 quote-record.
           05 qt-quote-ref             pic x(12).
           05 qt-issued-at             pic 9(14).
           05 qt-expires-at            pic 9(14).
           05 qt-customer-id           pic x(8).
           05 qt-from-currency         pic x(3).
           05 qt-to-currency           pic x(3).
           05 qt-amount                pic s9(13)v9(4) comp-3.
           05 qt-result-amount         pic s9(13)v9(4) comp-3.
           05 qt-rate                  pic s9(5)v9(9) comp-3.
           05 qt-mid-rate              pic s9(5)v9(9) comp-3.
           05 qt-margin-percent        pic s9(3)v9(6) comp-3.
           05 qt-as-of-date            pic x(10).
           05 qt-rate-source           pic x(8).
           05 qt-status                pic x(1).
               88 qt-quote-open            value "Q".
               88 qt-quote-booked          value "B".
           05 qt-booked-at             pic 9(14).
