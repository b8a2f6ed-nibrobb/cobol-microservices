      *> currency misses (and which codes keep missing - the onboard-
      *> next list), and the peak hour by au-timestamp. one run, one
      *> day, one report - see jcl/auditcut.jcl for where it sits.
      *> the source-usage section lists every business day the day's
      *> feed-priced conversions were answered at, by the feed that
      *> published the rate (au-feed-source) - a day priced off the
      *> secondary provider instead of the ecb stands out there.
       identification division.
       program-id. audit-usage-report.

               file status is audit-file-status.
           select report-file assign to "USAGERPT"
               organization line sequential.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  report-file.
       01 report-line                   pic x(132).

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 audit-file-status             pic xx.
       01 audit-eof-flag                pic x value 'n'.
       01 inventory-count               pic 9(7) comp value 0.
       01 history-call-count            pic 9(7) comp value 0.
       01 stale-refusal-count           pic 9(7) comp value 0.
       01 booked-count                  pic 9(7) comp value 0.
       01 book-refused-count            pic 9(7) comp value 0.
       01 secondary-priced-count        pic 9(7) comp value 0.

      *> a bulk record's path starts "/bulk/", or - for a customer's
      *> bulk request - "/customer/{id}/bulk/"; the id can be any
      *> 1-8 letters or digits, so the second form is found by the
      *> slash that ends it rather than by a fixed offset.
       01 upper-path-text               pic x(980).
       01 id-slash-pos                  pic 9(9) comp.
       01 bulk-path-flag                pic x value 'n'.
           88 bulk-path                     value 'y'.

      *> around thirty live currencies give at most ~900 ordered
      *> pairs - 1000 slots cover that with room for odd callers.
           88 unknown-code-found            value 'y'.
       01 missed-currency-code          pic x(3).

      *> one slot per as-of date and feed - a day's traffic prices
      *> off a handful of business days at most, so 100 slots cover
      *> a dated caller working through months of invoices too.
       01 source-table-capacity         pic 9(3) comp value 100.
       01 source-count-used             pic 9(3) comp value 0.
       01 source-usage-table occurs 100 times.
           05 su-as-of-date             pic x(10).
           05 su-feed-source            pic x(10).
           05 su-count                  pic 9(7) comp.
       01 source-index                  pic 9(3) comp.
       01 source-found-flag             pic x value 'n'.
           88 source-slot-found             value 'y'.
       01 source-overflow-flag          pic x value 'n'.
           88 source-table-overflowed       value 'y'.

       01 hour-volume-table             occurs 24 times pic 9(7) comp.
       01 hour-index                    pic 9(2) comp.
       01 hour-text                     pic x(2).
       01 count-edited                  pic zzzzzz9.
       01 hour-edited                   pic 99.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       audit-usage-report-main.
           perform clear-one-hour-counter
           perform write-summary-section
           perform write-pair-section
           perform write-unknown-section
           perform write-source-section
           close report-file
           if source-table-overflowed
               display "audit-usage-report: more than "
                   source-table-capacity " business days priced - "
                   "source-usage section incomplete"
           end-if
           display "audit-usage-report: " total-count
               " records summarized"
           move 0 to return-code
           perform write-run-control
           goback.

       clear-one-hour-counter.
               compute hour-index = function numval(hour-text) + 1
               add 1 to hour-volume-table(hour-index)
           end-if
           if au-feed-source not = spaces
               perform tally-feed-source
           end-if
           perform classify-bulk-path
           if bulk-path
               add 1 to bulk-pair-count
               if au-from-currency = spaces
                   add 1 to malformed-count
               if function upper-case(au-request-path(1:8)) = "/HISTORY"
                   add 1 to history-call-count
               else
      *> a booking is not a conversion - it turns a quote already
      *> counted into a deal - so bookings and refused bookings
      *> (unknown, expired or already-booked quotes) get lines of
      *> their own.
               if function upper-case(au-request-path(1:6)) = "/BOOK/"
                   if au-rate-source = "BOOKED"
                       add 1 to booked-count
                   else
                       add 1 to book-refused-count
                   end-if
               else
      *> a stale refusal is a known currency the feed outage kept us
      *> from answering - its own line, not an unknown-currency miss,
      *> so the count says what the outage actually cost.
               end-if
               end-if
               end-if
               end-if
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read.

       classify-bulk-path.
           move 'n' to bulk-path-flag
           move function upper-case(au-request-path) to upper-path-text
           if upper-path-text(1:5) = "/BULK"
               move 'y' to bulk-path-flag
           else
               if upper-path-text(1:10) = "/CUSTOMER/"
                   move substr-pos(upper-path-text(11:970), "/")
                       to id-slash-pos
                   if id-slash-pos > 0
                       and upper-path-text(10 + id-slash-pos:6)
                           = "/BULK/"
                       move 'y' to bulk-path-flag
                   end-if
               end-if
           end-if.

       tally-currency-pair.
           move 'n' to pair-found-flag
           perform match-one-pair-entry
               move 'y' to pair-found-flag
           end-if.

      *> only feed-priced conversions carry a feed source - contract
      *> prices, refusals and bookings log it blank and never get
      *> here.
       tally-feed-source.
           if au-feed-source = "SECONDARY"
               add 1 to secondary-priced-count
           end-if
           move 'n' to source-found-flag
           perform match-one-source-entry
               varying source-index from 1 by 1
               until source-index > source-count-used
                  or source-slot-found
           if not source-slot-found
               if source-count-used < source-table-capacity
                   add 1 to source-count-used
                   move au-as-of-date
                       to su-as-of-date(source-count-used)
                   move au-feed-source
                       to su-feed-source(source-count-used)
                   move 1 to su-count(source-count-used)
               else
                   move 'y' to source-overflow-flag
               end-if
           end-if.

       match-one-source-entry.
           if su-as-of-date(source-index) = au-as-of-date
               and su-feed-source(source-index) = au-feed-source
               add 1 to su-count(source-index)
               move 'y' to source-found-flag
           end-if.

      *> the unknown-code tallies are the onboarding list: a code
      *> callers keep asking for that the feed never carries is the
      *> next currency worth adding. the caller counts the miss on
           move stale-refusal-count to count-edited
           move "  STALE-RATE REFUSALS      " to report-line
           perform write-labelled-count-line
           move booked-count to count-edited
           move "  QUOTES BOOKED            " to report-line
           perform write-labelled-count-line
           move book-refused-count to count-edited
           move "  BOOKINGS REFUSED         " to report-line
           perform write-labelled-count-line
           move secondary-priced-count to count-edited
           move "  PRICED OFF SECONDARY FEED" to report-line
           perform write-labelled-count-line
           move spaces to report-line
           write report-line
           move peak-hour to hour-edited
           end-string
           write report-line.

      *> one line per business day and feed, in the order the day's
      *> traffic first priced off them; a secondary line is marked so
      *> finance can pick the fallback days out at a glance.
       write-source-section.
           move spaces to report-line
           write report-line
           move "RATE SOURCE BY BUSINESS DAY" to report-line
           write report-line
           if source-count-used = 0
               move "  (NONE)" to report-line
               write report-line
           else
               perform write-one-source-line
                   varying source-index from 1 by 1
                   until source-index > source-count-used
           end-if.

       write-one-source-line.
           move su-count(source-index) to count-edited
           move spaces to report-line
           string "  " delimited size
               su-as-of-date(source-index) delimited size
               "  " delimited size
               su-feed-source(source-index) delimited size
               "  " delimited size
               count-edited delimited size
               into report-line
           end-string
           if su-feed-source(source-index) = "SECONDARY"
               move "PRICED OFF SECONDARY FEED" to report-line(40:25)
           end-if
           write report-line.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "AUDITCUT" to rn-job-name
           move "USAGERPT" to rn-step-name
           move "AUDITRPT" to rn-program-name
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
           move total-count to rn-records-in
           move booked-count to rn-control-total-1
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "audit-usage-report: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program audit-usage-report.
