      *> deal-record.cpy
      *> one booked deal in the keyed deal master (the vsam ksds
      *> behind the DEALMSTR dd), written by the service when a
      *> caller books an unexpired quote with "/book/{quote-ref}".
      *> the deal is keyed on the quote reference it was booked from
      *> and carries the quote's amounts and rates unchanged (see
      *> quote-record.cpy) - the customer settles at the price they
      *> were given, not at whatever the feed says when they book.
      *> dl-booked-date is the booking day in iso text for the
      *> nightly blotter; dl-gl-status is set by gl-posting-feed
      *> once the deal has gone onto the gl posting feed, so each
      *> deal posts exactly once however the nightly runs fall.
       01 deal-record.
           05 dl-deal-ref              pic x(12).
           05 dl-booked-at             pic 9(14).
           05 dl-booked-date           pic x(10).
           05 dl-quoted-at             pic 9(14).
           05 dl-customer-id           pic x(8).
           05 dl-from-currency         pic x(3).
           05 dl-to-currency           pic x(3).
           05 dl-amount                pic s9(13)v9(4) comp-3.
           05 dl-result-amount         pic s9(13)v9(4) comp-3.
           05 dl-rate                  pic s9(5)v9(9) comp-3.
           05 dl-mid-rate              pic s9(5)v9(9) comp-3.
           05 dl-margin-percent        pic s9(3)v9(6) comp-3.
           05 dl-as-of-date            pic x(10).
           05 dl-rate-source           pic x(8).
           05 dl-gl-status             pic x(1).
               88 dl-gl-unposted           value "N".
               88 dl-gl-posted             value "P".
           05 dl-gl-posted-date        pic x(10).
