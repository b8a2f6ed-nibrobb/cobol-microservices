      *> flagged as breaks against the ecb quote.
           05 au-rate-source           pic x(8).
           05 au-customer-id           pic x(8).
      *> for a customer request priced off the ecb mid with a margin
      *> from the customer margin schedule (see copybooks/margin-
      *> schedule-record.cpy), the mid rate before the margin and the
      *> margin itself as a percentage of mid - au-rate-used is the
      *> all-in rate the customer was actually given. both stay zero
      *> when no margin applied, so gl posting and the savings report
      *> can split the spread income off the principal.
           05 au-mid-rate              pic s9(5)v9(9) comp-3.
           05 au-margin-percent        pic s9(3)v9(6) comp-3.
      *> the quote reference a successful conversion was issued (see
      *> quote-record.cpy), or the one a "/book/{quote-ref}" request
      *> named - spaces when no quote was written.
           05 au-quote-ref             pic x(12).
      *> which feed published the rate a feed-priced conversion was
      *> answered at - "ECB", or "SECONDARY" when the rate master
      *> carried the secondary provider's quote for that business
      *> day (see rate-master-record.cpy). au-rate-source stays "ECB"
      *> for both, so everything that reads it as "priced off the
      *> daily feed" is unchanged; spaces on contract-priced,
      *> refused and booking records.
           05 au-feed-source           pic x(10).
