           select stale-limit-file assign to "STALECARD"
               organization line sequential
               file status is stale-card-status.
           select margin-schedule-file assign to "MARGIN"
               organization sequential
               file status is margin-file-status.
           select quote-master-file assign to "QUOTEMSTR"
               organization indexed
               access dynamic
               record key qt-quote-ref
               file status is quote-master-status.
           select deal-master-file assign to "DEALMSTR"
               organization indexed
               access dynamic
               record key dl-deal-ref
               file status is deal-master-status.
           select quote-limit-file assign to "QUOTECARD"
               organization line sequential
               file status is quote-card-status.
           select currency-master-file assign to "CURMSTR"
               organization indexed
               access dynamic
               record key cy-currency-code of currency-master-file
               file status is currency-master-status.
           select currency-flat-file assign to "CURRENCY"
               organization sequential
               file status is currency-flat-status.

       data division.
       file section.
       fd  stale-limit-file.
       01 stale-card-line           pic x(20).

       fd  margin-schedule-file.
           copy "margin-schedule-record.cpy".

       fd  quote-master-file.
           copy "quote-record.cpy".

       fd  deal-master-file.
           copy "deal-record.cpy".

       fd  quote-limit-file.
       01 quote-card-line           pic x(20).

       fd  currency-master-file.
           copy "currency-master-record.cpy".

       fd  currency-flat-file.
           copy "currency-master-record.cpy".

       working-storage section.
           copy "rate-dataset.cpy".

       01 rate-text                 pic x(20).

      *> iso 4217 minor units - how many decimal places a currency's
      *> amounts round to - come from the currency reference master
      *> (see currency-master-record.cpy), read by key on CURMSTR
      *> and opened for the length of one call like the rate master.
      *> while the maintenance run holds the master the clean flat
      *> generation on CURRENCY is scanned instead, the way the
      *> contract flat file backs the contract master. the same
      *> lookup refuses a code the master does not carry, or carries
      *> as inactive or outside its valid range on the conversion
      *> date, with the reason code in the 404 body. with neither
      *> file allocated nothing is refused and amounts round to 2,
      *> the common case.
       01 currency-master-status    pic xx.
       01 currency-master-open-flag pic x value 'n'.
           88 currency-master-available value 'y'.
       01 currency-flat-status      pic xx.
       01 currency-flat-eof-flag    pic x value 'n'.
           88 currency-flat-eof         value 'y'.
       01 reference-check-code      pic x(3).
       01 reference-found-flag      pic x value 'n'.
           88 reference-found           value 'y'.
       01 reference-checked-flag    pic x value 'n'.
           88 reference-was-checked     value 'y'.
       01 currency-reference-reason pic x(16).
           88 currency-reference-valid  value spaces.
       01 currency-refused-flag     pic x value 'n'.
           88 currency-refused          value 'y'.
       01 currency-refused-reason   pic x(16).
           copy "currency-master-record.cpy"
               replacing ==currency-master-record== by ==reference-currency==
                         leading ==cy-== by ==rc-==.
       01 minor-units-digits        pic 9(1).
       01 minor-scale               usage comp-2.
       01 scaled-amount             usage comp-2.
       01 rounded-amount-integer    pic s9(18) usage comp.
           88 contract-rate-applied     value 'y'.
       01 contract-locked-rate      pic s9(5)v9(9) comp-3.
       01 conversion-date-text      pic x(10).
       01 rate-source-text          pic x(10).

      *> the feed each leg's rate came from - rm-rate-source off the
      *> master, "ECB" for eur itself and for the rate.daily fallback,
      *> which only ever holds an ecb generation. a conversion is
      *> priced off the secondary feed when either leg is.
       01 from-feed-source          pic x(10).
       01 to-feed-source            pic x(10).
       01 rate-feed-source          pic x(10).
           88 rate-from-secondary       value "SECONDARY".
       01 as-of-mismatch-flag       pic x value 'n'.
           88 as-of-mismatch-detected    value 'y'.
       01 currency-date-lookup-code pic x(3).
      *> currency on file with its latest as-of date and rate, plus
      *> the overall entry count - one call after the nightly publish
      *> says whether it took and which currencies are stale, instead
      *> of converting "/USD/1" and eyeballing one header. 35 slots
      *> are the most entries whose xml rendering is guaranteed to
      *> fit response-body: the widest entry (a 10-character rate and
      *> a "secondary" source) is 112 bytes, and 35 of them plus the
      *> 83-byte prolog and count come to 4003 of the 4096. that is
      *> below csv-ecb-rates' own 40-column ceiling but above the
      *> ecb's published list - a master carrying more codes than
      *> that (currencies that came and went across a year) reports
      *> the overflow on sysout rather than silently truncating the
      *> document mid-entry.
       01 rates-request-flag        pic x value 'n'.
           88 rates-requested           value 'y'.
       01 inventory-count           pic 9(3) comp.
       01 inventory-table occurs 35 times.
           05 iv-currency-code          pic x(3).
           05 iv-as-of-date             pic x(10).
           05 iv-rate-value             pic s9(5)v9(9) comp-3.
           05 iv-rate-source            pic x(10).
       01 inventory-index           pic 9(3) comp.
       01 inventory-found-flag      pic x value 'n'.
           88 inventory-slot-found      value 'y'.
      *> currency plus the complement of the range's end date and
      *> reading forward walks the dates newest-first (see
      *> rate-master-record.cpy), so the walk collects the range and
      *> stops at the first record before the start date. 45 slots
      *> hold two months of dailies, and they are the most entries
      *> whose xml rendering is guaranteed to fit response-body: the
      *> widest entry (a 10-character rate and a "secondary" source)
      *> is 88 bytes, and 45 of them plus the 100-byte prolog and
      *> count come to 4060 of the 4096. a wider range keeps its
      *> newest 45 dates and reports the overflow on sysout rather
      *> than silently truncating the document mid-entry, the same
      *> ceiling the "/rates" inventory applies.
       01 history-request-flag      pic x value 'n'.
           88 history-requested         value 'y'.
       01 history-currency-text     pic x(3).
       01 history-date-valid-flag   pic x value 'y'.
           88 history-date-is-valid     value 'y'.
       01 history-count             pic 9(3) comp.
       01 history-table occurs 45 times.
           05 hs-as-of-date             pic x(10).
           05 hs-rate-value             pic s9(5)v9(9) comp-3.
           05 hs-rate-source            pic x(10).
       01 history-index             pic 9(3) comp.
       01 history-walk-done-flag    pic x value 'n'.
           88 history-walk-done         value 'y'.
       01 stale-as-of-integer       pic 9(8) comp.
       01 stale-age-days            pic s9(5) comp.

      *> a customer request the ecb feed prices (no contract row
      *> covered it) takes the customer's margin off the mid rate
      *> when a row of the desk's margin schedule (see margin-
      *> schedule-record.cpy) covers the customer, the pair and the
      *> request amount. the schedule is the margin edit's clean
      *> generation on the MARGIN dd, read once per run unit into
      *> margin-table like the stale card - a new generation takes
      *> effect when the service is recycled after the nightly edit.
      *> each row's margin is held as a percentage of mid whichever
      *> way the desk keyed it, and margin-factor is the multiplier
      *> that turns mid into the all-in rate (1 when no margin
      *> applied). an unreadable schedule simply prices every
      *> customer request at mid, the same as a plain request.
       01 margin-file-status        pic xx.
       01 margin-table-read-flag    pic x value 'n'.
           88 margin-table-was-read     value 'y'.
       01 margin-eof-flag           pic x value 'n'.
           88 margin-eof                value 'y'.
       01 margin-row-count          pic 9(5) comp value 0.
       01 margin-table occurs 1000 times.
           05 mg-customer-id            pic x(8).
           05 mg-from-currency          pic x(3).
           05 mg-to-currency            pic x(3).
           05 mg-band-low               pic 9(13)v9(2).
           05 mg-band-high              pic 9(13)v9(2).
           05 mg-margin-percent         pic s9(3)v9(6) comp-3.
       01 margin-index              pic 9(5) comp.
       01 margin-applied-flag       pic x value 'n'.
           88 margin-rate-applied       value 'y'.
       01 margin-percent-value      pic s9(3)v9(6) comp-3.
       01 margin-amount-test        pic s9(13)v9(4).
       01 margin-factor             usage comp-2.
       01 mid-rate-decimal          pic s9(5)v9(4).
       01 mid-rate-edited           pic zzzz9.9999.
       01 mid-rate-text             pic x(20).

      *> every successful conversion is also a quote: it is written
      *> to the keyed quote master (see quote-record.cpy) under a
      *> fresh reference the response hands back, good for the
      *> QUOTECARD minutes (15 by default, read once per run unit
      *> like the stale card). "/book/{quote-ref}" inside that
      *> window books it onto the deal master at the quoted price.
      *> a quote master that will not open (not allocated, or held
      *> by the nightly jobs) does not stop the conversion - it is
      *> answered without a reference, since a price with nothing to
      *> book against is still a price. the reference is "Q", the
      *> year and day of the year, and a sequence seeded from the
      *> tenth of a second of the day; a second call in the same
      *> tenth (a bulk request's pairs, typically) steps on from the
      *> last one this run unit issued, and a reference another
      *> server already took steps on again at write time.
       01 quote-master-status       pic xx.
       01 quote-master-open-flag    pic x value 'n'.
           88 quote-master-available    value 'y'.
       01 deal-master-status        pic xx.
       01 quote-card-status         pic xx.
       01 quote-card-read-flag      pic x value 'n'.
           88 quote-card-was-read       value 'y'.
       01 quote-card-eof-flag       pic x value 'n'.
           88 quote-card-eof            value 'y'.
       01 quote-card-trimmed        pic x(20).
       01 quote-card-length         pic 9(3) comp.
       01 quote-valid-minutes       pic 9(3) comp value 15.
       01 quote-ref-text            pic x(12).
       01 quote-reference.
           05 qr-prefix                 pic x(1) value "Q".
           05 qr-year-day               pic 9(5).
           05 qr-sequence               pic 9(6).
       01 last-quote-year-day       pic 9(5) value 0.
       01 last-quote-sequence       pic 9(6) value 0.
       01 quote-julian-date         pic 9(7).
       01 quote-tenths-of-day       pic 9(7) comp.
       01 quote-write-attempts      pic 9(3) comp.
       01 quote-written-flag        pic x value 'n'.
           88 quote-was-written         value 'y'.
       01 quote-now-stamp           pic 9(14).
       01 quote-now-parts redefines quote-now-stamp.
           05 qn-date                   pic 9(8).
           05 qn-hour                   pic 9(2).
           05 qn-minute                 pic 9(2).
           05 qn-second                 pic 9(2).
       01 quote-expiry-stamp        pic 9(14).
       01 quote-expiry-parts redefines quote-expiry-stamp.
           05 qx-date                   pic 9(8).
           05 qx-hour                   pic 9(2).
           05 qx-minute                 pic 9(2).
           05 qx-second                 pic 9(2).
       01 quote-expiry-stamp-x redefines quote-expiry-stamp
               pic x(14).
       01 quote-minute-of-day       pic 9(7) comp.
       01 quote-day-carry           pic 9(5) comp.
       01 quote-expiry-text         pic x(19).
       01 quote-result-amount       pic s9(13)v9(4).

      *> "/book/{quote-ref}" - the outcome says which answer the
      *> caller gets: 200 with the deal, 404 for a reference never
      *> issued, 410 for a quote past its expiry, 409 for one
      *> already booked, 503 when the quote or deal master is not
      *> there to book against.
       01 book-request-flag         pic x value 'n'.
           88 book-requested            value 'y'.
       01 book-ref-text             pic x(12).
       01 book-ref-length           pic 9(3) comp.
       01 book-char-index           pic 9(3) comp.
       01 book-char                 pic x.
       01 book-outcome-code         pic x(1).
           88 book-succeeded            value "B".
           88 book-quote-unknown        value "U".
           88 book-quote-expired        value "E".
           88 book-quote-taken          value "A".
           88 book-store-down           value "D".
       01 book-quote-found-flag     pic x value 'n'.
           88 book-quote-found          value 'y'.
       01 book-message-text         pic x(40).
       01 book-source-text          pic x(8).
      *> the quote as read, kept here because the quote and deal
      *> masters are both closed before the answer and the audit
      *> record are built. the deal is keyed on the quote's own
      *> reference, so book-deal-ref is that reference.
       01 book-deal-ref             pic x(12).
       01 book-customer-id          pic x(8).
       01 book-from-currency        pic x(3).
       01 book-to-currency          pic x(3).
       01 book-amount               pic s9(13)v9(4) comp-3.
       01 book-result-amount        pic s9(13)v9(4) comp-3.
       01 book-rate                 pic s9(5)v9(9) comp-3.
       01 book-mid-rate             pic s9(5)v9(9) comp-3.
       01 book-margin-percent       pic s9(3)v9(6) comp-3.
       01 book-as-of-date           pic x(10).
       01 book-rate-source          pic x(8).

       01 rate-master-status        pic xx.
       01 rate-master-open-flag     pic x value 'n'.
           88 rate-master-available     value 'y'.
      *> than to a smaller round number, means a request that already
      *> fits in pairs-text can never have its trailing pairs silently
      *> dropped here.
       01 bulk-result-table         occurs 240 times pic x(200).
       01 bulk-xml-table            occurs 240 times pic x(256).
       01 bulk-entry-overflow-flag  pic x value 'n'.
           88 bulk-entry-overflowed      value 'y'.
       01 bulk-index                pic 9(3) comp.
       01 body-pos                  pic 9(9) comp.

       01 bulk-log-asof-table       occurs 240 times pic x(10).
       01 bulk-log-found-flag-table occurs 240 times pic x.
           88 bulk-log-rate-was-found   value 'y'.
       01 bulk-log-mid-table        occurs 240 times
               pic s9(5)v9(9) comp-3.
       01 bulk-log-margin-table     occurs 240 times
               pic s9(3)v9(6) comp-3.
       01 bulk-log-quote-table      occurs 240 times pic x(12).
       01 bulk-log-feed-table       occurs 240 times pic x(10).

      *> working-storage survives across calls in the run unit, so
      *> audit records that could not be written - the nightly
       http-handler-main.
           set address of rate-dataset to dataset-ptr
           perform open-rate-master
           perform open-currency-master
           move function length(http-buffer) to request-length
           move 'y' to request-valid-flag
           move 'n' to as-of-mismatch-flag
           move 'n' to stale-refused-flag
           move 'n' to currency-refused-flag
           move 'n' to allow-stale-flag
           move spaces to quote-ref-text
           move spaces to book-outcome-code
           move 'n' to book-quote-found-flag
           move spaces to query-text
           move 0 to query-length
           perform load-stale-limit-card
           perform load-margin-table
           perform load-quote-limit-card
           perform parse-request-line
           perform detect-response-format
           perform detect-stale-override
                       perform build-rates-response
                   when history-requested
                       perform build-history-response
                   when book-requested
                       perform build-book-response
                   when other
                       perform build-conversion-response
               end-evaluate
           end-if
           perform write-audit-log-entry
           perform close-rate-master
           perform close-currency-master
           move response-text to http-buffer
           goback.

               move 'n' to rate-master-open-flag
           end-if.

      *> the currency master is held only for the seconds the
      *> maintenance run rebuilds it - check-currency-reference
      *> scans the flat generation for that window.
       open-currency-master.
           move 'n' to currency-master-open-flag
           open input currency-master-file
           if currency-master-status = "00"
               move 'y' to currency-master-open-flag
           end-if.

       close-currency-master.
           if currency-master-available
               close currency-master-file
               move 'n' to currency-master-open-flag
           end-if.

      *> the quote master is opened i-o per request that needs it
      *> and closed again, the way the contract master is - "35" is
      *> a cluster never loaded yet, the only case output is safe
      *> for; anything else leaves the store unavailable.
       open-quote-master.
           move 'n' to quote-master-open-flag
           open i-o quote-master-file
           if quote-master-status = "35"
               open output quote-master-file
           end-if
           if quote-master-status = "00"
               move 'y' to quote-master-open-flag
           end-if.

       close-quote-master.
           if quote-master-available
               close quote-master-file
               move 'n' to quote-master-open-flag
           end-if.

      *> one all-digits card, in calendar days - a missing or
      *> unreadable card keeps the 5-day default, the same silent
      *> fallback the batch jobs' limit cards get, and the card is
               end-if
           end-if.

      *> the clean generation has already been through the margin
      *> edit, so every row here is well formed; a row past the
      *> table's capacity is said on sysout rather than silently
      *> priced at mid.
       load-margin-table.
           if not margin-table-was-read
               move 'y' to margin-table-read-flag
               move 0 to margin-row-count
               open input margin-schedule-file
               if margin-file-status = "00"
                   read margin-schedule-file
                       at end move 'y' to margin-eof-flag
                   end-read
                   perform keep-one-margin-row until margin-eof
                   close margin-schedule-file
               end-if
           end-if.

       keep-one-margin-row.
           if margin-row-count < 1000
               add 1 to margin-row-count
               move ms-customer-id to mg-customer-id(margin-row-count)
               move ms-from-currency
                   to mg-from-currency(margin-row-count)
               move ms-to-currency to mg-to-currency(margin-row-count)
               move ms-band-low to mg-band-low(margin-row-count)
               move ms-band-high to mg-band-high(margin-row-count)
               if ms-margin-basis-points
                   compute mg-margin-percent(margin-row-count)
                       = ms-margin-value / 100
               else
                   move ms-margin-value
                       to mg-margin-percent(margin-row-count)
               end-if
           else
               display "http-handler: margin table full, row for "
                   ms-customer-id " " ms-from-currency "/"
                   ms-to-currency " not loaded"
           end-if
           read margin-schedule-file
               at end move 'y' to margin-eof-flag
           end-read.

      *> one all-digits card, in minutes - the same shape and the
      *> same silent keep-the-default fallback as the stale card.
       load-quote-limit-card.
           if not quote-card-was-read
               move 'y' to quote-card-read-flag
               open input quote-limit-file
               if quote-card-status = "00"
                   read quote-limit-file
                       at end move 'y' to quote-card-eof-flag
                   end-read
                   if not quote-card-eof
                       move function trim(quote-card-line)
                           to quote-card-trimmed
                       move function length(function trim(
                               quote-card-line))
                           to quote-card-length
                       if quote-card-length > 0
                           and quote-card-length <= 3
                           and quote-card-trimmed(1:quote-card-length)
                               is numeric
                           and function numval(quote-card-trimmed) > 0
                           move function numval(quote-card-trimmed)
                               to quote-valid-minutes
                       else
                           display "http-handler: quote limit card """
                               function trim(quote-card-line)
                               """ is not a minute count, using 15"
                       end-if
                   end-if
                   close quote-limit-file
               end-if
           end-if.

      *> "allow-stale" anywhere on the query string is the explicit
      *> opt-in - the caller saying the last known rate is what they
      *> want even when the feed has been down past the limit.
           move 'n' to customer-request-flag
           move 'n' to rates-request-flag
           move 'n' to history-request-flag
           move 'n' to book-request-flag
           evaluate function upper-case
                   (function trim(path-segment-table(1)))
               when "BULK"
                   perform route-rates-request
               when "HISTORY"
                   perform route-history-request
               when "BOOK"
                   perform route-book-request
               when other
                   perform route-conversion-request
           end-evaluate.

      *> "/book/{quote-ref}" - exactly two segments, and the
      *> reference has to be the twelve letters and digits the
      *> service issues before it is used as a key or echoed back.
       route-book-request.
           if path-segment-count not = 2
               move 'n' to request-valid-flag
           else
               move function length(function trim(path-segment-table(2)))
                   to book-ref-length
               if book-ref-length not = 12
                   move 'n' to request-valid-flag
               else
                   move function upper-case(path-segment-table(2)(1:12))
                       to book-ref-text
                   perform check-one-book-character
                       varying book-char-index from 1 by 1
                       until book-char-index > 12
                          or not request-is-valid
               end-if
               if request-is-valid
                   move 'y' to book-request-flag
               end-if
           end-if.

       check-one-book-character.
           move book-ref-text(book-char-index:1) to book-char
           if (book-char < "A" or book-char > "Z")
               and (book-char < "0" or book-char > "9")
               move 'n' to request-valid-flag
           end-if.

      *> "/rates" stands alone - anything after it is an
      *> unrecognized path, not arguments.
       route-rates-request.
      *> anything user-supplied is echoed back in a response body.
      *> the two prefix segments are then stepped out of the table so
      *> the remaining path routes through route-conversion-request
      *> (or, for "/customer/{id}/bulk/...", route-bulk-request)
      *> exactly as it would have without the prefix.
       route-customer-request.
           if path-segment-count < 4
                   varying segment-shift-index from 3 by 1
                   until segment-shift-index > path-segment-count
               subtract 2 from path-segment-count
               if function upper-case
                       (function trim(path-segment-table(1))) = "BULK"
                   perform route-bulk-request
               else
                   perform route-conversion-request
               end-if
           end-if.

       validate-customer-id-segment.
      *> the request has been consumed) always gets there first.
       build-bulk-response.
           move 0 to bulk-pair-count
           move 'n' to contract-applied-flag
           move function length(function trim(pairs-text)) to pairs-length
           move 1 to pair-start
           perform open-quote-master
           perform extract-one-bulk-pair
               until pair-start > pairs-length or bulk-pair-count = 240
           perform close-quote-master
           if xml-was-requested
               perform assemble-bulk-body-xml
           else
           move 0 to bulk-log-rate-table(bulk-pair-count)
           move spaces to bulk-log-asof-table(bulk-pair-count)
           move 'n' to bulk-log-found-flag-table(bulk-pair-count)
           move spaces to bulk-log-feed-table(bulk-pair-count)
           if comma-in-pair-pos = 0
               string '{"error":"malformed pair"}' delimited size
                   into bulk-result-table(bulk-pair-count)
      *> bulk-result-table for this pair.
       convert-one-bulk-pair.
           move "EUR" to to-currency-text
           move 'n' to margin-applied-flag
           move 1 to margin-factor
           move 0 to bulk-log-mid-table(bulk-pair-count)
           move 0 to bulk-log-margin-table(bulk-pair-count)
           move spaces to bulk-log-quote-table(bulk-pair-count)
           move spaces to quote-ref-text
           move 'n' to rate-lookup-found-flag
           perform set-conversion-date
           move function upper-case(from-currency-text)
               to reference-check-code
           perform check-currency-reference
           if currency-reference-valid
               perform lookup-rate-for-from-currency
               if rate-lookup-found
                   perform lookup-rate-for-to-currency
               end-if
           end-if
           if rate-lookup-found
               move function numval(function trim(amount-text))
                   to amount-value
               move rate-value of to-rate to to-rate-float
               move rate-value of from-rate to from-rate-float
               if customer-was-requested
                   perform find-customer-margin
               end-if
               compute result-value rounded =
                   amount-value * (to-rate-float / from-rate-float)
                       * margin-factor
               perform format-conversion-result
               move rate-decimal
                   to bulk-log-rate-table(bulk-pair-count)
               move as-of-header-value
                   to bulk-log-asof-table(bulk-pair-count)
               move 'y' to bulk-log-found-flag-table(bulk-pair-count)
               move rate-feed-source
                   to bulk-log-feed-table(bulk-pair-count)
               if margin-rate-applied
                   move mid-rate-decimal
                       to bulk-log-mid-table(bulk-pair-count)
                   move margin-percent-value
                       to bulk-log-margin-table(bulk-pair-count)
               end-if
               if quote-master-available
                   perform write-one-quote
                   move quote-ref-text
                       to bulk-log-quote-table(bulk-pair-count)
               end-if
               if customer-was-requested
                   perform format-customer-bulk-entry
               else
                   string '{"currency":"' delimited size
                       function trim(from-currency-text) delimited size
                       '","result":' delimited size
                       function trim(result-text) delimited size
                       into bulk-result-table(bulk-pair-count)
                   end-string
                   string '<entry><currency>' delimited size
                       function trim(from-currency-text) delimited size
                       '</currency><result>' delimited size
                       function trim(result-text) delimited size
                       '</result>' delimited size
                       into bulk-xml-table(bulk-pair-count)
                   end-string
               end-if
               perform close-bulk-entry
           else
               if currency-reference-valid
                   string '{"currency":"' delimited size
                       function trim(from-currency-text) delimited size
                       '","error":"unknown currency for that date"}'
                       delimited size
                       into bulk-result-table(bulk-pair-count)
                   end-string
                   string '<entry><currency>' delimited size
                       function trim(from-currency-text) delimited size
                       '</currency><error>unknown currency for that date'
                           delimited size
                       '</error></entry>' delimited size
                       into bulk-xml-table(bulk-pair-count)
                   end-string
               else
                   string '{"currency":"' delimited size
                       function trim(from-currency-text) delimited size
                       '","error":"unknown currency for that date"'
                           delimited size
                       ',"reason":"' delimited size
                       function trim(currency-reference-reason)
                           delimited size
                       '"}' delimited size
                       into bulk-result-table(bulk-pair-count)
                   end-string
                   string '<entry><currency>' delimited size
                       function trim(from-currency-text) delimited size
                       '</currency><error>unknown currency for that date'
                           delimited size
                       '</error><reason>' delimited size
                       function trim(currency-reference-reason)
                           delimited size
                       '</reason></entry>' delimited size
                       into bulk-xml-table(bulk-pair-count)
                   end-string
               end-if
           end-if.

      *> a customer's bulk entry carries the all-in rate it was
      *> priced at and the mid it came off, the same pair of rates a
      *> customer's single conversion answers with - a pair no margin
      *> row covers shows the two equal - and the feed that mid was
      *> published by.
       format-customer-bulk-entry.
           string '{"currency":"' delimited size
               function trim(from-currency-text) delimited size
               '","result":' delimited size
               function trim(result-text) delimited size
               ',"rate":' delimited size
               function trim(rate-text) delimited size
               ',"midRate":' delimited size
               function trim(mid-rate-text) delimited size
               ',"source":"' delimited size
               function lower-case(function trim(rate-feed-source))
                   delimited size
               '"' delimited size
               into bulk-result-table(bulk-pair-count)
           end-string
           string '<entry><currency>' delimited size
               function trim(from-currency-text) delimited size
               '</currency><result>' delimited size
               function trim(result-text) delimited size
               '</result><rate>' delimited size
               function trim(rate-text) delimited size
               '</rate><midRate>' delimited size
               function trim(mid-rate-text) delimited size
               '</midRate><source>' delimited size
               function lower-case(function trim(rate-feed-source))
                   delimited size
               '</source>' delimited size
               into bulk-xml-table(bulk-pair-count)
           end-string.

      *> a pair that was issued a quote carries its reference, so
      *> each line of a bulk answer can be booked on its own; the
      *> entry is then closed off in both renderings. the pointer
      *> starts one past the entry's last non-blank character. the
      *> table slots are sized for the widest entry the fields can
      *> make, so an overflow means a field was widened without the
      *> slot - it is reported on sysout rather than left to drop the
      *> closing "}" or "</entry>" unnoticed.
       close-bulk-entry.
           move 'n' to bulk-entry-overflow-flag
           compute body-pos = function length(function trim(
               bulk-result-table(bulk-pair-count) trailing)) + 1
           if quote-ref-text not = spaces
               string ',"quoteRef":"' delimited size
                   quote-ref-text delimited size
                   '"' delimited size
                   into bulk-result-table(bulk-pair-count)
                   with pointer body-pos
                   on overflow move 'y' to bulk-entry-overflow-flag
               end-string
           end-if
           string '}' delimited size
               into bulk-result-table(bulk-pair-count)
               with pointer body-pos
               on overflow move 'y' to bulk-entry-overflow-flag
           end-string
           compute body-pos = function length(function trim(
               bulk-xml-table(bulk-pair-count) trailing)) + 1
           if quote-ref-text not = spaces
               string '<quoteRef>' delimited size
                   quote-ref-text delimited size
                   '</quoteRef>' delimited size
                   into bulk-xml-table(bulk-pair-count)
                   with pointer body-pos
                   on overflow move 'y' to bulk-entry-overflow-flag
               end-string
           end-if
           string '</entry>' delimited size
               into bulk-xml-table(bulk-pair-count)
               with pointer body-pos
               on overflow move 'y' to bulk-entry-overflow-flag
           end-string
           if bulk-entry-overflowed
               display "http-handler: bulk entry " bulk-pair-count
                   " for " function trim(from-currency-text)
                   " too wide for its slot - entry truncated"
           end-if.

       assemble-bulk-body.
               add 1 to inventory-entry-count
               if rm-currency-code not = previous-head-currency
                   move rm-currency-code to previous-head-currency
                   if inventory-count < 35
                       add 1 to inventory-count
                       move rm-currency-code
                           to iv-currency-code(inventory-count)
                           to iv-as-of-date(inventory-count)
                       move rm-rate-value
                           to iv-rate-value(inventory-count)
                       move rm-rate-source
                           to iv-rate-source(inventory-count)
                   else
                       display "http-handler: rates inventory full, "
                           rm-currency-code " omitted"
               until inventory-index > inventory-count
                  or inventory-slot-found
           if not inventory-slot-found
               and inventory-count < 35
               add 1 to inventory-count
               move rate-currency-code of rate-record(entry-index)
                   to iv-currency-code(inventory-count)
                   to iv-as-of-date(inventory-count)
               move rate-value of rate-record(entry-index)
                   to iv-rate-value(inventory-count)
               move "ECB" to iv-rate-source(inventory-count)
           end-if.

       match-one-inventory-slot.
               function trim(rate-edited) delimited size
               ',"asOf":"' delimited size
               iv-as-of-date(inventory-index) delimited size
               '","source":"' delimited size
               function lower-case(function trim(
                   iv-rate-source(inventory-index))) delimited size
               '"}' delimited size
               into response-body with pointer body-pos
           end-string.
               function trim(rate-edited) delimited size
               "</value><asOf>" delimited size
               iv-as-of-date(inventory-index) delimited size
               "</asOf><source>" delimited size
               function lower-case(function trim(
                   iv-rate-source(inventory-index))) delimited size
               "</source></rate>" delimited size
               into response-body with pointer body-pos
           end-string.

                   or rm-as-of-date < history-from-date
                   move 'y' to history-walk-done-flag
               else
                   if history-count < 45
                       add 1 to history-count
                       move rm-as-of-date
                           to hs-as-of-date(history-count)
                       move rm-rate-value
                           to hs-rate-value(history-count)
                       move rm-rate-source
                           to hs-rate-source(history-count)
                   else
                       display "http-handler: history window full, "
                           "dates at and before " rm-as-of-date
           move 'y' to history-found-flag
           perform gather-one-history-entry
               until not history-entry-found
                  or history-count = 45.

       gather-one-history-entry.
           move 'n' to history-found-flag
               add 1 to history-count
               move history-best-date to hs-as-of-date(history-count)
               move history-best-rate to hs-rate-value(history-count)
               move "ECB" to hs-rate-source(history-count)
               move history-best-date to history-scan-limit-date
           end-if.

               hs-as-of-date(history-index) delimited size
               '","rate":' delimited size
               function trim(rate-edited) delimited size
               ',"source":"' delimited size
               function lower-case(function trim(
                   hs-rate-source(history-index))) delimited size
               '"}' delimited size
               into response-body with pointer body-pos
           end-string.

               function trim(rate-edited) delimited size
               "</value><asOf>" delimited size
               hs-as-of-date(history-index) delimited size
               "</asOf><source>" delimited size
               function lower-case(function trim(
                   hs-rate-source(history-index))) delimited size
               "</source></rate>" delimited size
               into response-body with pointer body-pos
           end-string.

           move function upper-case(to-currency-text)
               to to-currency-text
           move 'n' to contract-applied-flag
           move 'n' to margin-applied-flag
           move 1 to margin-factor
           move 'n' to rate-lookup-found-flag
           perform set-conversion-date
           move from-currency-text to reference-check-code
           perform check-currency-reference
           if currency-reference-valid
               move to-currency-text to reference-check-code
               perform check-currency-reference
           end-if
           if not currency-reference-valid
               move 'y' to currency-refused-flag
               move currency-reference-reason
                   to currency-refused-reason
           end-if
           if customer-was-requested
               and not currency-refused
               perform find-contract-rate
           end-if
           evaluate true
               when currency-refused
                   continue
               when contract-rate-applied
                   perform apply-contract-rate
               when other
                   perform lookup-rate-for-from-currency
                   if rate-lookup-found
                       perform lookup-rate-for-to-currency
                   end-if
           end-evaluate
           if rate-lookup-found
               and rate-as-of-date of from-rate
                   not = rate-as-of-date of to-rate
                       to amount-value
                   move rate-value of to-rate to to-rate-float
                   move rate-value of from-rate to from-rate-float
                   if customer-was-requested
                       and not contract-rate-applied
                       perform find-customer-margin
                   end-if
                   compute result-value rounded =
                       amount-value * (to-rate-float / from-rate-float)
                           * margin-factor
                   perform format-conversion-result
                   perform open-quote-master
                   if quote-master-available
                       perform write-one-quote
                       perform close-quote-master
                   end-if
                   perform build-success-response
               when other
                   perform build-not-found-response
           end-evaluate.

      *> the first schedule row for this customer and pair whose
      *> amount band covers the request amount (in the from
      *> currency) sets the margin - the margin edit keeps bands
      *> non-overlapping, so first is also only. a contract-priced
      *> request never gets here: the locked rate is the customer's
      *> all-in price already.
       find-customer-margin.
           move 'n' to margin-applied-flag
           move 1 to margin-factor
           move 0 to margin-percent-value
           move function numval(function trim(amount-text))
               to margin-amount-test
           perform match-one-margin-row
               varying margin-index from 1 by 1
               until margin-index > margin-row-count
                  or margin-rate-applied
           if margin-rate-applied
               compute margin-factor = 1 - (margin-percent-value / 100)
           end-if.

       match-one-margin-row.
           if mg-customer-id(margin-index) = customer-id-text
               and mg-from-currency(margin-index) = from-currency-text
               and mg-to-currency(margin-index) = to-currency-text
               and mg-band-low(margin-index) <= margin-amount-test
               and mg-band-high(margin-index) >= margin-amount-test
               move mg-margin-percent(margin-index)
                   to margin-percent-value
               move 'y' to margin-applied-flag
           end-if.

      *> the quote carries the conversion exactly as answered: the
      *> amount, the result rounded to the to-currency's minor units,
      *> the rate applied (all-in when a margin was taken, with the
      *> mid and margin beside it) and the as-of date - booking reads
      *> nothing else, so the deal settles at the price the caller
      *> saw. a write that keeps colliding, or fails outright, leaves
      *> quote-ref-text blank and the answer goes out unquoted.
       write-one-quote.
           move spaces to quote-ref-text
           perform set-quote-clock
           move spaces to quote-record
           if customer-was-requested
               move customer-id-text to qt-customer-id
           end-if
           move from-currency-text to qt-from-currency
           move to-currency-text to qt-to-currency
           move function numval(function trim(amount-text))
               to qt-amount
           compute quote-result-amount rounded
               = rounded-amount-integer / minor-scale
           move quote-result-amount to qt-result-amount
           move rate-decimal to qt-rate
           move 0 to qt-mid-rate
           move 0 to qt-margin-percent
           if margin-rate-applied
               move mid-rate-decimal to qt-mid-rate
               move margin-percent-value to qt-margin-percent
           end-if
           move as-of-header-value to qt-as-of-date
           if contract-rate-applied
               move "CONTRACT" to qt-rate-source
           else
               move "ECB" to qt-rate-source
           end-if
           move quote-now-stamp to qt-issued-at
           move quote-expiry-stamp to qt-expires-at
           move "Q" to qt-status
           move 0 to qt-booked-at
           move 'n' to quote-written-flag
           move 0 to quote-write-attempts
           perform attempt-one-quote-write
               until quote-was-written or quote-write-attempts >= 20
           if quote-was-written
               move qt-quote-ref to quote-ref-text
           else
               display "http-handler: quote not written, status "
                   quote-master-status
           end-if.

      *> "22" is a reference some other server issued first - step
      *> on and try again; any other failure is not going to clear
      *> up by retrying.
       attempt-one-quote-write.
           add 1 to quote-write-attempts
           perform next-quote-reference
           move quote-reference to qt-quote-ref
           write quote-record
               invalid key continue
           end-write
           if quote-master-status = "00"
               move 'y' to quote-written-flag
           else
               if quote-master-status not = "22"
                   move 20 to quote-write-attempts
               end-if
           end-if.

       next-quote-reference.
           compute quote-julian-date = function day-of-integer
               (function integer-of-date(qn-date))
           compute qr-year-day = function mod(quote-julian-date, 100000)
           compute quote-tenths-of-day
               = ((qn-hour * 60 + qn-minute) * 60 + qn-second) * 10
                   + function numval(current-date-text(15:1))
           if qr-year-day = last-quote-year-day
               and quote-tenths-of-day <= last-quote-sequence
               add 1 to last-quote-sequence
           else
               move quote-tenths-of-day to last-quote-sequence
           end-if
           move qr-year-day to last-quote-year-day
           move last-quote-sequence to qr-sequence.

      *> now and now-plus-the-validity-window, both as
      *> yyyymmddhhmmss, with the minutes carried across midnight
      *> through the integer day number the way every other date
      *> step in this system is taken.
       set-quote-clock.
           move function current-date to current-date-text
           move current-date-text(1:14) to quote-now-stamp
           compute quote-minute-of-day
               = qn-hour * 60 + qn-minute + quote-valid-minutes
           compute quote-day-carry = quote-minute-of-day / 1440
           compute quote-minute-of-day
               = quote-minute-of-day - quote-day-carry * 1440
           compute qx-date = function date-of-integer
               (function integer-of-date(qn-date) + quote-day-carry)
           compute qx-hour = quote-minute-of-day / 60
           compute qx-minute = quote-minute-of-day - qx-hour * 60
           move qn-second to qx-second
           move spaces to quote-expiry-text
           string
               quote-expiry-stamp-x(1:4) delimited size
               "-" delimited size
               quote-expiry-stamp-x(5:2) delimited size
               "-" delimited size
               quote-expiry-stamp-x(7:2) delimited size
               " " delimited size
               quote-expiry-stamp-x(9:2) delimited size
               ":" delimited size
               quote-expiry-stamp-x(11:2) delimited size
               ":" delimited size
               quote-expiry-stamp-x(13:2) delimited size
               into quote-expiry-text
           end-string.

      *> calendar-day age of the best available as-of date against
      *> today - the business-day fallback already settled which
      *> date that is, and both legs carry the same one by the time
           move 'y' to include-as-of-flag
           perform assemble-response-text.

      *> a booking reads the quote by its reference and refuses it
      *> when it was never issued, is already booked, or has run
      *> past its expiry; otherwise the deal is written first and
      *> the quote marked booked after, so two callers racing to
      *> book the same quote meet at the deal master's key and the
      *> second gets the same "already booked" answer as a later one.
       build-book-response.
           perform open-quote-master
           if not quote-master-available
               move "D" to book-outcome-code
           else
               move book-ref-text to qt-quote-ref
               read quote-master-file
                   invalid key move "U" to book-outcome-code
               end-read
               if quote-master-status = "00"
                   move 'y' to book-quote-found-flag
                   perform save-booked-quote
                   perform set-quote-clock
                   evaluate true
                       when qt-quote-booked
                           move "A" to book-outcome-code
                       when qt-expires-at < quote-now-stamp
                           move "E" to book-outcome-code
                       when other
                           perform book-one-quote
                   end-evaluate
               end-if
               perform close-quote-master
           end-if
           if book-succeeded
               perform build-booked-response
           else
               perform build-book-refusal
           end-if.

       save-booked-quote.
           move qt-quote-ref to book-deal-ref
           move qt-customer-id to book-customer-id
           move qt-from-currency to book-from-currency
           move qt-to-currency to book-to-currency
           move qt-amount to book-amount
           move qt-result-amount to book-result-amount
           move qt-rate to book-rate
           move qt-mid-rate to book-mid-rate
           move qt-margin-percent to book-margin-percent
           move qt-as-of-date to book-as-of-date
           move qt-rate-source to book-rate-source.

       book-one-quote.
           open i-o deal-master-file
           if deal-master-status = "35"
               open output deal-master-file
           end-if
           if deal-master-status not = "00"
               move "D" to book-outcome-code
           else
               move spaces to deal-record
               move qt-quote-ref to dl-deal-ref
               move quote-now-stamp to dl-booked-at
               move spaces to dl-booked-date
               string
                   current-date-text(1:4) delimited size
                   "-" delimited size
                   current-date-text(5:2) delimited size
                   "-" delimited size
                   current-date-text(7:2) delimited size
                   into dl-booked-date
               end-string
               move qt-issued-at to dl-quoted-at
               move qt-customer-id to dl-customer-id
               move qt-from-currency to dl-from-currency
               move qt-to-currency to dl-to-currency
               move qt-amount to dl-amount
               move qt-result-amount to dl-result-amount
               move qt-rate to dl-rate
               move qt-mid-rate to dl-mid-rate
               move qt-margin-percent to dl-margin-percent
               move qt-as-of-date to dl-as-of-date
               move qt-rate-source to dl-rate-source
               move "N" to dl-gl-status
               move spaces to dl-gl-posted-date
               write deal-record
                   invalid key continue
               end-write
               evaluate deal-master-status
                   when "00"
                       move "B" to book-outcome-code
                       move "B" to qt-status
                       move quote-now-stamp to qt-booked-at
                       rewrite quote-record
                           invalid key
                               display "http-handler: deal "
                                   qt-quote-ref " booked but quote "
                                   "not marked, status "
                                   quote-master-status
                       end-rewrite
                   when "22"
                       move "A" to book-outcome-code
                   when other
                       move "D" to book-outcome-code
               end-evaluate
               close deal-master-file
           end-if.

      *> the booked deal answers in the conversion's own terms - the
      *> stored result and rate go back through the same minor-unit
      *> rounding and rate formatting a conversion does, staged as a
      *> to-leg of the booked rate over a from-leg of 1 the way a
      *> contract rate is, and the x-as-of header names the quote's
      *> as-of date.
       build-booked-response.
           move book-to-currency to to-currency-text
           move book-result-amount to result-value
           move book-rate to to-rate-float
           move 1 to from-rate-float
           move 1 to margin-factor
           move book-as-of-date to rate-as-of-date of from-rate
           perform format-conversion-result
           move function lower-case(book-rate-source)
               to book-source-text
           move spaces to response-body
           if xml-was-requested
               string
                   '<?xml version="1.0" encoding="UTF-8"?>'
                       delimited size
                   '<deal><dealRef>' delimited size
                   book-deal-ref delimited size
                   '</dealRef><from>' delimited size
                   book-from-currency delimited size
                   '</from><to>' delimited size
                   book-to-currency delimited size
                   '</to><result>' delimited size
                   function trim(result-text) delimited size
                   '</result><rate>' delimited size
                   function trim(rate-text) delimited size
                   '</rate><source>' delimited size
                   function trim(book-source-text) delimited size
                   '</source></deal>' delimited size
                   into response-body
               end-string
           else
               string
                   '{"dealRef": "' delimited size
                   book-deal-ref delimited size
                   '", "from": "' delimited size
                   book-from-currency delimited size
                   '", "to": "' delimited size
                   book-to-currency delimited size
                   '", "result": ' delimited size
                   function trim(result-text) delimited size
                   ', "rate": ' delimited size
                   function trim(rate-text) delimited size
                   ', "source": "' delimited size
                   function trim(book-source-text) delimited size
                   '"}' delimited size
                   into response-body
               end-string
           end-if
           move function length(function trim(response-body))
               to response-body-length
           move "HTTP/1.1 200 OK" to status-line-text
           move 'y' to include-as-of-flag
           perform assemble-response-text.

       build-book-refusal.
           evaluate true
               when book-quote-unknown
                   move "unknown quote reference" to book-message-text
                   move "HTTP/1.1 404 Not Found" to status-line-text
               when book-quote-expired
                   move "quote expired" to book-message-text
                   move "HTTP/1.1 410 Gone" to status-line-text
               when book-quote-taken
                   move "quote already booked" to book-message-text
                   move "HTTP/1.1 409 Conflict" to status-line-text
               when other
                   move "deal store unavailable" to book-message-text
                   move "HTTP/1.1 503 Service Unavailable"
                       to status-line-text
           end-evaluate
           move spaces to response-body
           if xml-was-requested
               string
                   '<?xml version="1.0" encoding="UTF-8"?>'
                       delimited size
                   '<error><message>' delimited size
                   function trim(book-message-text) delimited size
                   '</message><quoteRef>' delimited size
                   book-ref-text delimited size
                   '</quoteRef></error>' delimited size
                   into response-body
               end-string
           else
               string
                   '{"error":"' delimited size
                   function trim(book-message-text) delimited size
                   '","quoteRef":"' delimited size
                   book-ref-text delimited size
                   '"}' delimited size
                   into response-body
               end-string
           end-if
           move function length(function trim(response-body))
               to response-body-length
           move 'n' to include-as-of-flag
           perform assemble-response-text.

      *> a customer request checks the contract master before any
      *> feed lookup runs. the conversion date the range check uses
      *> is the requested as-of date when the path carried one,
      *> perfectly usable. "/eur/usd/100" and "/usd/100" are the same
      *> conversion and have to agree on whether it succeeds.
       lookup-rate-for-from-currency.
           move "ECB" to from-feed-source
           if from-currency-text = "EUR"
               move "EUR" to rate-currency-code of from-rate
               move 1 to rate-value of from-rate
               move rm-currency-code to rate-currency-code of from-rate
               move rm-rate-value to rate-value of from-rate
               move rm-as-of-date to rate-as-of-date of from-rate
               move rm-rate-source to from-feed-source
               move 'y' to rate-lookup-found-flag
           end-if.

           end-if.

       lookup-rate-for-to-currency.
           move "ECB" to to-feed-source
           if to-currency-text = "EUR"
               move "EUR" to rate-currency-code of to-rate
               move 1 to rate-value of to-rate
                           until entry-index > rd-entry-count
                   end-if
               end-if
           end-if
           perform settle-rate-feed-source.

      *> the to leg is always looked up second, so both legs' feeds
      *> are known here.
       settle-rate-feed-source.
           if from-feed-source = "SECONDARY"
               or to-feed-source = "SECONDARY"
               move "SECONDARY" to rate-feed-source
           else
               move "ECB" to rate-feed-source
           end-if.

      *> same keyed read as read-master-from-entry, for the
               move rm-currency-code to rate-currency-code of to-rate
               move rm-rate-value to rate-value of to-rate
               move rm-as-of-date to rate-as-of-date of to-rate
               move rm-rate-source to to-feed-source
               move 'y' to rate-lookup-found-flag
           end-if.

      *> actually applied to the amount - to-rate/from-rate, which
      *> collapses to plain from-rate whenever to-currency is eur,
      *> not to-rate on its own (that's only ever 1.0000 for the
      *> default/majority eur-target case). with a customer margin
      *> applied that is the all-in rate, and the mid it came off is
      *> kept alongside for the response and the audit record.
           compute mid-rate-decimal rounded
               = to-rate-float / from-rate-float
           move mid-rate-decimal to mid-rate-edited
           move function trim(mid-rate-edited) to mid-rate-text
           compute rate-decimal rounded
               = (to-rate-float / from-rate-float) * margin-factor
           move rate-decimal to rate-edited
           move function trim(rate-edited) to rate-text
           move rate-as-of-date of from-rate to as-of-header-value.

      *> defaults to 2 decimal places (the common case) when
      *> to-currency-text is not on the reference master.
       lookup-minor-units-digits.
           move 2 to minor-units-digits
           move to-currency-text to reference-check-code
           perform check-currency-reference
           if reference-found
               move rc-minor-units to minor-units-digits
           end-if.

      *> looks reference-check-code up for conversion-date-text and
      *> leaves currency-reference-reason spaces when the code may be
      *> used: active, and the date inside its inclusive valid range.
      *> the reason codes are the ones the batch edits print, so a
      *> refusal here reads the same as a reject there.
       check-currency-reference.
           move spaces to currency-reference-reason
           move 'n' to reference-found-flag
           move 'n' to reference-checked-flag
           if currency-master-available
               move 'y' to reference-checked-flag
               move reference-check-code
                   to cy-currency-code of currency-master-file
               read currency-master-file
                   invalid key continue
               end-read
               if currency-master-status = "00"
                   move currency-master-record of currency-master-file
                       to reference-currency
                   move 'y' to reference-found-flag
               end-if
           else
               perform scan-currency-flat-file
           end-if
           evaluate true
               when not reference-was-checked
                   continue
               when not reference-found
                   move "UNKNOWN-CCY" to currency-reference-reason
               when not rc-currency-active
                   move "INACTIVE-CCY" to currency-reference-reason
               when conversion-date-text < rc-valid-from
                   or conversion-date-text > rc-valid-to
                   move "CCY-NOT-VALID" to currency-reference-reason
           end-evaluate.

       scan-currency-flat-file.
           move 'n' to currency-flat-eof-flag
           open input currency-flat-file
           if currency-flat-status = "00"
               move 'y' to reference-checked-flag
               read currency-flat-file
                   at end move 'y' to currency-flat-eof-flag
               end-read
               perform match-one-currency-row
                   until currency-flat-eof or reference-found
               close currency-flat-file
           end-if.

       match-one-currency-row.
           if cy-currency-code of currency-flat-file
                   = reference-check-code
               move currency-master-record of currency-flat-file
                   to reference-currency
               move 'y' to reference-found-flag
           end-if
           read currency-flat-file
               at end move 'y' to currency-flat-eof-flag
           end-read.

      *> every success names its rate source - "contract" when a
      *> customer's locked rate answered, "secondary" when the rate
      *> master carried the secondary provider's quote for the day
      *> (a night the ecb feed did not publish), "ecb" otherwise -
      *> since a caller reconciling an invoice has to know which one
      *> applied.
      *> a customer request priced off the feed also carries the ecb
      *> mid as "midRate" next to the all-in "rate" it was given, so
      *> the customer can see the margin rather than infer it. a
      *> conversion that was issued a quote ends with its reference
      *> and the time it can be booked until.
       build-success-response.
           evaluate true
               when contract-rate-applied
                   move "contract" to rate-source-text
               when rate-from-secondary
                   move "secondary" to rate-source-text
               when other
                   move "ecb" to rate-source-text
           end-evaluate
           move spaces to response-body
           move 1 to body-pos
           if xml-was-requested
               string
                   '<?xml version="1.0" encoding="UTF-8"?>'
                   function trim(result-text) delimited size
                   '</result><rate>' delimited size
                   function trim(rate-text) delimited size
                   '</rate>' delimited size
                   into response-body with pointer body-pos
               end-string
               if customer-was-requested and not contract-rate-applied
                   string
                       '<midRate>' delimited size
                       function trim(mid-rate-text) delimited size
                       '</midRate>' delimited size
                       into response-body with pointer body-pos
                   end-string
               end-if
               string
                   '<source>' delimited size
                   function trim(rate-source-text) delimited size
                   '</source>' delimited size
                   into response-body with pointer body-pos
               end-string
               if quote-ref-text not = spaces
                   string
                       '<quoteRef>' delimited size
                       quote-ref-text delimited size
                       '</quoteRef><validUntil>' delimited size
                       quote-expiry-text delimited size
                       '</validUntil>' delimited size
                       into response-body with pointer body-pos
                   end-string
               end-if
               string
                   '</conversion>' delimited size
                   into response-body with pointer body-pos
               end-string
           else
               string
                   function trim(result-text) delimited size
                   ', "rate": ' delimited size
                   function trim(rate-text) delimited size
                   into response-body with pointer body-pos
               end-string
               if customer-was-requested and not contract-rate-applied
                   string
                       ', "midRate": ' delimited size
                       function trim(mid-rate-text) delimited size
                       into response-body with pointer body-pos
                   end-string
               end-if
               string
                   ', "source": "' delimited size
                   function trim(rate-source-text) delimited size
                   '"' delimited size
                   into response-body with pointer body-pos
               end-string
               if quote-ref-text not = spaces
                   string
                       ', "quoteRef": "' delimited size
                       quote-ref-text delimited size
                       '", "validUntil": "' delimited size
                       quote-expiry-text delimited size
                       '"' delimited size
                       into response-body with pointer body-pos
                   end-string
               end-if
               string
                   '}' delimited size
                   into response-body with pointer body-pos
               end-string
           end-if
           move function length(function trim(response-body))
           move 'y' to include-as-of-flag
           perform assemble-response-text.

      *> a code the currency reference master refused answers the
      *> same 404 as a code the feed never quoted, with the master's
      *> reason code added so the caller can tell a typo from a
      *> currency retired before the date asked for.
       build-not-found-response.
           move spaces to response-body
           evaluate true
               when currency-refused
                   if xml-was-requested
                       string
                           '<?xml version="1.0" encoding="UTF-8"?>'
                               delimited size
                           '<error><message>unknown currency for that date'
                               delimited size
                           '</message><reason>' delimited size
                           function trim(currency-refused-reason)
                               delimited size
                           '</reason></error>' delimited size
                           into response-body
                       end-string
                   else
                       string
                           '{"error":"unknown currency for that date",'
                               delimited size
                           '"reason":"' delimited size
                           function trim(currency-refused-reason)
                               delimited size
                           '"}' delimited size
                           into response-body
                       end-string
                   end-if
               when as-of-mismatch-detected
                   if xml-was-requested
                       string
                           '<?xml version="1.0" encoding="UTF-8"?>'
                               delimited size
                           '<error><message>no shared as-of date for both'
                               delimited size
                           ' currencies</message></error>' delimited size
                           into response-body
                       end-string
                   else
                       string
                           '{"error":"no shared as-of date for both'
                               delimited size
                           ' currencies"}' delimited size
                           into response-body
                       end-string
                   end-if
               when other
                   if xml-was-requested
                       string
                           '<?xml version="1.0" encoding="UTF-8"?>'
                               delimited size
                           '<error><message>unknown currency for that date'
                               delimited size
                           '</message></error>' delimited size
                           into response-body
                       end-string
                   else
                       string
                           '{"error":"unknown currency for that date"}'
                           delimited size
                           into response-body
                       end-string
                   end-if
           end-evaluate
           move function length(function trim(response-body))
               to response-body-length
           move "HTTP/1.1 404 Not Found" to status-line-text
           move 0 to au-rate-used
           move spaces to au-as-of-date
           move spaces to au-rate-source
           move spaces to au-feed-source
           move spaces to au-customer-id
           move 0 to au-mid-rate
           move 0 to au-margin-percent
           move quote-ref-text to au-quote-ref
      *> a booking logs the quote it named, and - when the quote was
      *> on file - its pair and amount; only a booking that went
      *> through carries the rate and the "BOOKED" source, so the
      *> usage report can count refusals apart from deals.
           if request-is-valid and book-requested
               move book-ref-text to au-quote-ref
               if book-quote-found
                   move book-from-currency to au-from-currency
                   move book-to-currency to au-to-currency
                   move book-amount to amount-decimal
                   move book-customer-id to au-customer-id
                   move book-as-of-date to au-as-of-date
               end-if
               if book-succeeded
                   move book-rate to au-rate-used
                   move book-mid-rate to au-mid-rate
                   move book-margin-percent to au-margin-percent
                   move "BOOKED" to au-rate-source
               end-if
           end-if
      *> a rates-inventory or history call has no amount or pair of
      *> its own - the path identifies it, and the fields above stay
      *> blank rather than echoing whatever the previous conversion
      *> in this run unit left behind.
           if request-is-valid and not rates-requested
               and not history-requested and not book-requested
               move from-currency-text to au-from-currency
               move to-currency-text to au-to-currency
               move function numval(function trim(amount-text))
                           move "CONTRACT" to au-rate-source
                       else
                           move "ECB" to au-rate-source
                           move rate-feed-source to au-feed-source
                       end-if
                       if margin-rate-applied
                           move mid-rate-decimal to au-mid-rate
                           move margin-percent-value
                               to au-margin-percent
                       end-if
               end-evaluate
           end-if
      *> bulk-log-*-table entries by parse-one-bulk-pair and
      *> convert-one-bulk-pair) so the nightly reconciliation's audit
      *> cross-check sees every pair that was actually quoted, not just
      *> the overall bulk request. a customer's bulk request carries
      *> the customer id and each pair's own mid and margin.
       write-one-bulk-audit-record.
           move bulk-log-currency-table(bulk-index) to au-from-currency
           move "EUR" to au-to-currency
           move bulk-log-amount-table(bulk-index) to au-amount
           move bulk-log-asof-table(bulk-index) to au-as-of-date
           move spaces to au-customer-id
           if customer-was-requested
               move customer-id-text to au-customer-id
           end-if
           move bulk-log-mid-table(bulk-index) to au-mid-rate
           move bulk-log-margin-table(bulk-index) to au-margin-percent
           move bulk-log-quote-table(bulk-index) to au-quote-ref
           if bulk-log-rate-was-found(bulk-index)
               move bulk-log-rate-table(bulk-index) to au-rate-used
               move "ECB" to au-rate-source
               move bulk-log-feed-table(bulk-index) to au-feed-source
           else
               move 0 to au-rate-used
               move spaces to au-rate-source
               move spaces to au-feed-source
           end-if
           perform put-audit-record.

