      >>source format free
      *> gl-posting-feed - turns the booked deals on the keyed deal
      *> master (see copybooks/deal-record.cpy) into the posting feed
      *> the gl system imports directly, one gl-record line per deal.
      *> reconciliation used to flow one way only: the gl extract
      *> came in and rate-reconciliation checked it against what we
      *> quoted - but the gl team was keying the day's conversions
      *> into their system by hand from emailed reports, which is
      *> where most of the breaks the reconciliation then found
      *> actually came from. the feed was first written from every
      *> conversion in the audit archive, but a conversion is only a
      *> price - the money moves when the customer books it. this
      *> step now writes each booked deal as the customer agreed it:
      *> the foreign currency, dl-amount, dl-rate (the rate quoted
      *> and booked) and dl-as-of-date, under the deal's own quote
      *> reference in the invoice-id field, so the invoice the
      *> customer settles carries the reference the reconciliation
      *> can look the deal up by. only eur-target deals go on the
      *> feed - a gl-record carries one currency against the eur
      *> book, and a cross deal (usd into gbp, say) is settled
      *> outside it; crosses are counted and reported on sysout
      *> rather than silently dropped. a deal priced with a customer
      *> margin (see copybooks/margin-schedule-record.cpy) posts as
      *> two lines: the principal at the ecb mid rate the deal
      *> carries, and a separate eur line for the spread the margin
      *> kept - amount x mid x margin - under the deal reference
      *> with its leading "Q" turned to "S", so the gl books the
      *> bank's spread income apart from the customer's money
      *> instead of burying it in an all-in rate. the mid line less
      *> the spread line is what the customer was paid at the all-in
      *> rate. each deal is marked posted on the master as it goes
      *> onto the feed, so a deal posts exactly once whichever night
      *> it was booked on and however the nightly runs fall. return
      *> code 0 covers a quiet day with nothing to post; 12 means
      *> the deal master would not open. see jcl/auditcut.jcl for
      *> where this sits.
       identification division.
       program-id. gl-posting-feed.


       input-output section.
       file-control.
           select deal-master-file assign to "DEALMSTR"
               organization indexed
               access dynamic
               record key dl-deal-ref
               file status is deal-master-status.
           select posting-feed-file assign to "POSTFEED"
               organization sequential.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  deal-master-file.
           copy "deal-record.cpy".

       fd  posting-feed-file.
           copy "gl-record.cpy".

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 deal-master-status            pic xx.

       01 read-count                    pic 9(7) comp value 0.
       01 posted-count                  pic 9(7) comp value 0.
       01 spread-posted-count           pic 9(7) comp value 0.
       01 cross-skip-count              pic 9(7) comp value 0.
       01 already-posted-count          pic 9(7) comp value 0.
       01 feed-line-count               pic 9(7) comp value 0.
       01 handled-count                 pic 9(7) comp value 0.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).

      *> the spread line's reference is the deal's own with "S" for
      *> the leading "Q" - unique within the feed, and readable back
      *> to the deal it belongs to.
       01 spread-reference.
           05 sr-prefix                 pic x(1) value "S".
           05 sr-deal-suffix            pic x(11).

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       gl-posting-feed-main.
           perform set-run-date
           open i-o deal-master-file
           if deal-master-status not = "00"
               display "gl-posting-feed: deal master would not "
                   "open, status " deal-master-status
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           open output posting-feed-file
           move low-values to dl-deal-ref
           start deal-master-file key >= dl-deal-ref
               invalid key continue
           end-start
           if deal-master-status = "00"
               perform post-one-deal
                   until deal-master-status not = "00"
           end-if
           close deal-master-file
           close posting-feed-file
           display "gl-posting-feed: " read-count " deals read, "
               posted-count " posted, " spread-posted-count
               " spread lines, " cross-skip-count
               " cross deals skipped, " already-posted-count
               " posted on an earlier night"
           move 0 to return-code
           compute feed-line-count = posted-count + spread-posted-count
           compute handled-count = posted-count + cross-skip-count
           perform write-run-control
           goback.

       set-run-date.
           move function current-date to current-date-text
           move spaces to run-date-text
           string
               current-date-text(1:4) delimited size
               "-" delimited size
               current-date-text(5:2) delimited size
               "-" delimited size
               current-date-text(7:2) delimited size
               into run-date-text.

      *> a cross deal is marked posted too - it has been looked at
      *> and deliberately kept off the eur feed, and leaving it
      *> unposted would count it as skipped again every night.
       post-one-deal.
           read deal-master-file next
               at end continue
           end-read
           if deal-master-status = "00"
               add 1 to read-count
               if dl-gl-posted
                   add 1 to already-posted-count
               else
                   if dl-to-currency not = "EUR"
                       add 1 to cross-skip-count
                   else
                       add 1 to posted-count
                       perform write-one-posting-line
                   end-if
                   move "P" to dl-gl-status
                   move run-date-text to dl-gl-posted-date
                   rewrite deal-record
                       invalid key
                           display "gl-posting-feed: deal "
                               dl-deal-ref " not marked posted, "
                               "status " deal-master-status
                   end-rewrite
                   move "00" to deal-master-status
               end-if
           end-if.

       write-one-posting-line.
           move dl-deal-ref to gl-invoice-id
           move dl-from-currency to gl-currency-code
           move dl-amount to gl-amount
           if dl-margin-percent not = 0 and dl-mid-rate not = 0
               move dl-mid-rate to gl-rate
           else
               move dl-rate to gl-rate
           end-if
           move dl-as-of-date to gl-as-of-date
           write gl-record
           if dl-margin-percent not = 0 and dl-mid-rate not = 0
               perform write-one-spread-line
           end-if.

      *> the spread line is eur against eur at a rate of 1 - the
      *> reconciliation already treats a eur line that way.
       write-one-spread-line.
           move dl-deal-ref(2:11) to sr-deal-suffix
           move spread-reference to gl-invoice-id
           move "EUR" to gl-currency-code
           compute gl-amount rounded
               = dl-amount * dl-mid-rate * dl-margin-percent / 100
           move 1 to gl-rate
           move dl-as-of-date to gl-as-of-date
           write gl-record
           add 1 to spread-posted-count.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "AUDITCUT" to rn-job-name
           move "GLPOST" to rn-step-name
           move "GLPOST" to rn-program-name
           string
               run-control-stamp(1:4) delimited size
               "-" delimited size
               run-control-stamp(5:2) delimited size
               "-" delimited size
               run-control-stamp(7:2) delimited size
               into rn-run-date
           end-string
           string
               run-control-stamp(9:2) delimited size
               ":" delimited size
               run-control-stamp(11:2) delimited size
               ":" delimited size
               run-control-stamp(13:2) delimited size
               into rn-run-time
           end-string
           move read-count to rn-records-in
           move feed-line-count to rn-records-out
           move cross-skip-count to rn-records-rejected
           move handled-count to rn-control-total-1
           move already-posted-count to rn-control-total-2
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "gl-posting-feed: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program gl-posting-feed.
