      >>source format free
      *> customer-billing - month-end customer statements and the
      *> service-fee billing feed. every customer conversion is
      *> already in the audit archive with the customer id, the
      *> pair, the amount, the rate and whether ecb or a contract
      *> priced it (see audit-record.cpy), so this run reads the
      *> month's archive generations, concatenated under AUDITLOG,
      *> once, and prices each conversion against the customer's row
      *> of the fee schedule (see fee-schedule-record.cpy): the
      *> per-conversion fee plus the percentage fee on the
      *> conversion's value in eur. the eur value is the amount
      *> itself when eur is sold, the amount at the rate given when
      *> eur is bought, and for a cross pair the amount at the from
      *> currency's rate-master quote for the conversion's as-of
      *> date - a cross whose quote is not on the master carries the
      *> per-conversion fee only and is marked on the statement.
      *> when the month's fees fall short of the monthly minimum the
      *> difference is billed as a minimum adjustment, a month with
      *> no conversions included.
      *>
      *> STMTRPT carries one statement per customer on the schedule,
      *> in the schedule's order: every conversion (date, pair,
      *> amount, rate, ECB or CONTRACT, eur value, fee), then the
      *> fee totals. BILLFEED carries one fixed-layout line per
      *> customer for accounts receivable (see billing-feed-
      *> record.cpy). NOFEERPT lists every customer with conversions
      *> in the month and no fee row, so nothing goes unbilled
      *> quietly. a conversion is a customer request ecb or a
      *> contract answered; bookings are not, since the quote booked
      *> was billed when it was issued. the month is yyyy-mm on
      *> BILLCARD, defaulting to the month before the run date.
      *> return code 0 is a clean run, 4 means fee rows were
      *> unreadable, customers had no fee row, conversions could not
      *> be valued, or a statement lost detail lines to the table's
      *> capacity; 12 means the card is not a month or the fee
      *> schedule or the archive would not open. see
      *> jcl/custbill.jcl.
       identification division.
       program-id. customer-billing.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG"
               organization sequential
               file status is audit-file-status.
           select fee-schedule-file assign to "FEESCHED"
               organization sequential
               file status is fee-file-status.
           select billing-card-file assign to "BILLCARD"
               organization line sequential
               file status is billing-card-status.
           select rate-master-file assign to "RATEMSTR"
               organization indexed
               access dynamic
               record key rm-key
               file status is rate-master-status.
           select statement-file assign to "STMTRPT"
               organization line sequential.
           select billing-feed-file assign to "BILLFEED"
               organization sequential.
           select no-fee-file assign to "NOFEERPT"
               organization line sequential.

       data division.
       file section.
       fd  audit-log-file.
           copy "audit-record.cpy".

       fd  fee-schedule-file.
           copy "fee-schedule-record.cpy".

       fd  billing-card-file.
       01 billing-card-line             pic x(20).

       fd  rate-master-file.
           copy "rate-master-record.cpy".

       fd  statement-file.
       01 statement-line                pic x(132).

       fd  billing-feed-file.
           copy "billing-feed-record.cpy".

       fd  no-fee-file.
       01 no-fee-line                   pic x(132).

       working-storage section.
       01 audit-file-status             pic xx.
       01 fee-file-status               pic xx.
       01 billing-card-status           pic xx.
       01 rate-master-status            pic xx.
       01 rate-master-open-flag         pic x value 'n'.
           88 rate-master-available         value 'y'.

       01 audit-eof-flag                pic x value 'n'.
           88 audit-eof                     value 'y'.
       01 fee-eof-flag                  pic x value 'n'.
           88 fee-eof                       value 'y'.
       01 card-eof-flag                 pic x value 'n'.
           88 card-eof                      value 'y'.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).
       01 billing-month-text            pic x(7).
       01 card-work-text                pic x(20).
       01 card-valid-flag               pic x value 'y'.
           88 card-is-valid                 value 'y'.
       01 month-year                    pic 9(4).
       01 month-number                  pic 9(2).

       01 read-count                    pic 9(7) comp value 0.
       01 billed-count                  pic 9(7) comp value 0.
       01 no-fee-conversion-count       pic 9(7) comp value 0.
       01 unvalued-total                pic 9(7) comp value 0.
       01 bad-fee-row-count             pic 9(5) comp value 0.
       01 detail-lost-count             pic 9(7) comp value 0.

      *> one slot per fee schedule row, in the schedule's order -
      *> the order the statements and the feed come out in - with
      *> the month's running totals and the first and last of the
      *> customer's conversions on the detail table below.
       01 customer-count                pic 9(5) comp value 0.
       01 customer-table-capacity       pic 9(5) comp value 1000.
       01 customer-table occurs 1000 times.
           05 cs-customer-id            pic x(8).
           05 cs-per-conversion-fee     pic 9(5)v9(2).
           05 cs-percent-fee            pic 9(3)v9(4).
           05 cs-monthly-minimum        pic 9(7)v9(2).
           05 cs-conversion-count       pic 9(7) comp.
           05 cs-unvalued-count         pic 9(7) comp.
           05 cs-eur-volume             pic s9(15)v9(2) comp-3.
           05 cs-per-conversion-total   pic s9(11)v9(2) comp-3.
           05 cs-percent-total          pic s9(11)v9(2) comp-3.
           05 cs-first-detail           pic 9(7) comp.
           05 cs-last-detail            pic 9(7) comp.
       01 match-customer-id             pic x(8).
       01 customer-index                pic 9(5) comp.
       01 customer-slot                 pic 9(5) comp.
       01 customer-found-flag           pic x value 'n'.
           88 customer-found                value 'y'.

      *> every billed conversion, chained per customer through
      *> sd-next-detail in arrival order, so each statement prints
      *> its own lines without a sort of the month's archive. a
      *> conversion past the capacity is still billed - it only
      *> loses its statement line, which the statement says.
       01 detail-count                  pic 9(7) comp value 0.
       01 detail-table-capacity         pic 9(7) comp value 50000.
       01 detail-table occurs 50000 times.
           05 sd-conversion-date        pic x(10).
           05 sd-from-currency          pic x(3).
           05 sd-to-currency            pic x(3).
           05 sd-amount                 pic s9(13)v9(4) comp-3.
           05 sd-rate-used              pic s9(5)v9(9) comp-3.
           05 sd-rate-source            pic x(8).
           05 sd-eur-value              pic s9(13)v9(2) comp-3.
           05 sd-valued-flag            pic x.
               88 sd-was-valued             value 'y'.
           05 sd-fee                    pic s9(9)v9(2) comp-3.
           05 sd-next-detail            pic 9(7) comp.
       01 detail-index                  pic 9(7) comp.

      *> customers with conversions and no fee row, in first-seen
      *> order - the desk's list of who to add to the schedule.
       01 no-fee-count                  pic 9(5) comp value 0.
       01 no-fee-table-capacity         pic 9(5) comp value 500.
       01 no-fee-table occurs 500 times.
           05 nf-customer-id            pic x(8).
           05 nf-conversion-count       pic 9(7) comp.
           05 nf-first-date             pic x(10).
           05 nf-last-date              pic x(10).
       01 no-fee-index                  pic 9(5) comp.
       01 no-fee-slot                   pic 9(5) comp.
       01 no-fee-found-flag             pic x value 'n'.
           88 no-fee-found                  value 'y'.

       01 eur-value                     pic s9(13)v9(2) comp-3.
       01 eur-valued-flag               pic x value 'n'.
           88 eur-was-valued                value 'y'.
       01 conversion-fee                pic s9(9)v9(2) comp-3.
       01 percent-fee-value             pic s9(9)v9(2) comp-3.
       01 seek-date-digits              pic 9(8).
       01 seek-date-digits-x redefines seek-date-digits pic x(8).

       01 fee-total                     pic s9(11)v9(2) comp-3.
       01 minimum-adjustment            pic s9(11)v9(2) comp-3.
       01 amount-due                    pic s9(11)v9(2) comp-3.
       01 grand-amount-due              pic s9(13)v9(2) comp-3 value 0.

       01 count-edited                  pic zzzzzz9.
       01 amount-edited                 pic -zzz,zzz,zzz,zz9.9999.
       01 rate-edited                   pic -zzzz9.9(9).
       01 money-edited                  pic -zzz,zzz,zzz,zz9.99.
       01 fee-edited                    pic -zzz,zzz,zz9.99.

       procedure division.
       customer-billing-main.
           perform set-run-date
           perform load-billing-card
           if not card-is-valid
               display "customer-billing: billcard is not a yyyy-mm "
                   "month - nothing billed"
               move 12 to return-code
               goback
           end-if
           perform load-fee-schedule
           if fee-file-status not = "00" and not fee-eof
               display "customer-billing: fee schedule would not open, "
                   "status " fee-file-status
               move 12 to return-code
               goback
           end-if
           open input audit-log-file
           if audit-file-status not = "00"
               display "customer-billing: audit archive would not "
                   "open, status " audit-file-status
               move 12 to return-code
               goback
           end-if
           open input rate-master-file
           if rate-master-status = "00"
               move 'y' to rate-master-open-flag
           else
               display "customer-billing: rate master would not open, "
                   "status " rate-master-status
                   " - cross pairs billed without the percentage fee"
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read
           perform bill-one-audit-record until audit-eof
           close audit-log-file
           if rate-master-available
               close rate-master-file
           end-if
           open output statement-file
           open output billing-feed-file
           open output no-fee-file
           perform write-one-statement
               varying customer-index from 1 by 1
               until customer-index > customer-count
           perform write-statement-footing
           perform write-no-fee-list
           close statement-file
           close billing-feed-file
           close no-fee-file
           display "customer-billing: " read-count " records read, "
               billed-count " conversions billed to " customer-count
               " customers, " no-fee-conversion-count
               " with no fee row, " unvalued-total " not valued"
           if bad-fee-row-count > 0
               or no-fee-count > 0
               or unvalued-total > 0
               or detail-lost-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
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

      *> the run is scheduled just after month end, so an empty or
      *> missing card bills the month before the run date; a rerun
      *> for an older month names it.
       load-billing-card.
           move current-date-text(1:4) to month-year
           move current-date-text(5:2) to month-number
           if month-number = 1
               subtract 1 from month-year
               move 12 to month-number
           else
               subtract 1 from month-number
           end-if
           move spaces to billing-month-text
           string month-year delimited size
               "-" delimited size
               month-number delimited size
               into billing-month-text
           open input billing-card-file
           if billing-card-status = "00"
               read billing-card-file
                   at end move 'y' to card-eof-flag
               end-read
               if not card-eof
                   move function trim(billing-card-line)
                       to card-work-text
                   if card-work-text not = spaces
                       move card-work-text(1:7) to billing-month-text
                       if billing-month-text(1:4) not numeric
                           or billing-month-text(5:1) not = "-"
                           or billing-month-text(6:2) not numeric
                           or card-work-text(8:1) not = space
                           move 'n' to card-valid-flag
                       else
                           move billing-month-text(6:2) to month-number
                           if month-number < 1 or month-number > 12
                               move 'n' to card-valid-flag
                           end-if
                       end-if
                   end-if
               end-if
               close billing-card-file
           end-if.

      *> a row whose customer is blank or whose amounts are not
      *> numeric is skipped and named on sysout, and so is a second
      *> row for a customer already loaded - that customer's
      *> conversions then bill from the first row, and a skipped
      *> customer's land on the no-fee list rather than going
      *> unbilled unseen.
       load-fee-schedule.
           open input fee-schedule-file
           if fee-file-status = "00"
               read fee-schedule-file
                   at end move 'y' to fee-eof-flag
               end-read
               perform keep-one-fee-row until fee-eof
               close fee-schedule-file
           end-if.

       keep-one-fee-row.
           move fe-customer-id to match-customer-id
           perform find-fee-customer
           evaluate true
               when fe-customer-id = spaces
                   or fe-per-conversion-fee not numeric
                   or fe-percent-fee not numeric
                   or fe-monthly-minimum not numeric
                   add 1 to bad-fee-row-count
                   display "customer-billing: fee row for '"
                       fe-customer-id "' not numeric - skipped"
               when customer-found
                   add 1 to bad-fee-row-count
                   display "customer-billing: second fee row for "
                       fe-customer-id " - skipped"
               when customer-count not < customer-table-capacity
                   add 1 to bad-fee-row-count
                   display "customer-billing: fee table full, "
                       fe-customer-id " skipped"
               when other
                   add 1 to customer-count
                   move fe-customer-id to cs-customer-id(customer-count)
                   move fe-per-conversion-fee
                       to cs-per-conversion-fee(customer-count)
                   move fe-percent-fee to cs-percent-fee(customer-count)
                   move fe-monthly-minimum
                       to cs-monthly-minimum(customer-count)
                   move 0 to cs-conversion-count(customer-count)
                   move 0 to cs-unvalued-count(customer-count)
                   move 0 to cs-eur-volume(customer-count)
                   move 0 to cs-per-conversion-total(customer-count)
                   move 0 to cs-percent-total(customer-count)
                   move 0 to cs-first-detail(customer-count)
                   move 0 to cs-last-detail(customer-count)
           end-evaluate
           read fee-schedule-file
               at end move 'y' to fee-eof-flag
           end-read.

       find-fee-customer.
           move 'n' to customer-found-flag
           perform match-one-fee-customer
               varying customer-index from 1 by 1
               until customer-index > customer-count or customer-found.

       match-one-fee-customer.
           if cs-customer-id(customer-index) = match-customer-id
               move customer-index to customer-slot
               move 'y' to customer-found-flag
           end-if.

      *> a billable conversion is a customer request the service
      *> answered from ecb or a contract, timestamped in the month.
       bill-one-audit-record.
           add 1 to read-count
           if au-timestamp(1:7) = billing-month-text
               and au-customer-id not = spaces
               and au-rate-used not = 0
               and (au-rate-source = "ECB"
                    or au-rate-source = "CONTRACT")
               move au-customer-id to match-customer-id
               perform find-fee-customer
               if customer-found
                   perform price-one-conversion
               else
                   perform note-no-fee-customer
               end-if
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read.

       price-one-conversion.
           add 1 to billed-count
           perform value-conversion-in-eur
           move cs-per-conversion-fee(customer-slot) to conversion-fee
           add cs-per-conversion-fee(customer-slot)
               to cs-per-conversion-total(customer-slot)
           if eur-was-valued
               compute percent-fee-value rounded
                   = eur-value * cs-percent-fee(customer-slot) / 100
               add percent-fee-value to conversion-fee
               add percent-fee-value to cs-percent-total(customer-slot)
               add eur-value to cs-eur-volume(customer-slot)
           else
               add 1 to cs-unvalued-count(customer-slot)
               add 1 to unvalued-total
           end-if
           add 1 to cs-conversion-count(customer-slot)
           perform keep-one-detail.

      *> rates on the master are units of the currency per eur, so a
      *> cross pair's eur value is its amount over the from
      *> currency's quote - latest at or before the conversion's
      *> as-of date, the one the service priced from.
       value-conversion-in-eur.
           move 'n' to eur-valued-flag
           evaluate true
               when au-from-currency = "EUR"
                   compute eur-value rounded = au-amount
                   move 'y' to eur-valued-flag
               when au-to-currency = "EUR"
                   compute eur-value rounded = au-amount * au-rate-used
                   move 'y' to eur-valued-flag
               when rate-master-available
                   perform seek-from-currency-rate
           end-evaluate.

       seek-from-currency-rate.
           move au-from-currency to rm-currency-code
           move au-as-of-date(1:4) to seek-date-digits-x(1:4)
           move au-as-of-date(6:2) to seek-date-digits-x(5:2)
           move au-as-of-date(9:2) to seek-date-digits-x(7:2)
           if seek-date-digits-x is numeric
               compute rm-date-complement = 99999999 - seek-date-digits
               start rate-master-file key >= rm-key
                   invalid key continue
               end-start
               if rate-master-status = "00"
                   read rate-master-file next
                       at end continue
                   end-read
                   if rate-master-status = "00"
                       and rm-currency-code = au-from-currency
                       and rm-rate-value not = 0
                       compute eur-value rounded
                           = au-amount / rm-rate-value
                       move 'y' to eur-valued-flag
                   end-if
               end-if
           end-if.

       keep-one-detail.
           if detail-count < detail-table-capacity
               add 1 to detail-count
               move au-timestamp(1:10)
                   to sd-conversion-date(detail-count)
               move au-from-currency to sd-from-currency(detail-count)
               move au-to-currency to sd-to-currency(detail-count)
               move au-amount to sd-amount(detail-count)
               move au-rate-used to sd-rate-used(detail-count)
               move au-rate-source to sd-rate-source(detail-count)
               move eur-value to sd-eur-value(detail-count)
               move eur-valued-flag to sd-valued-flag(detail-count)
               move conversion-fee to sd-fee(detail-count)
               move 0 to sd-next-detail(detail-count)
               if cs-first-detail(customer-slot) = 0
                   move detail-count to cs-first-detail(customer-slot)
               else
                   move detail-count
                       to sd-next-detail(cs-last-detail(customer-slot))
               end-if
               move detail-count to cs-last-detail(customer-slot)
           else
               add 1 to detail-lost-count
           end-if.

       note-no-fee-customer.
           add 1 to no-fee-conversion-count
           move 'n' to no-fee-found-flag
           perform match-one-no-fee-customer
               varying no-fee-index from 1 by 1
               until no-fee-index > no-fee-count or no-fee-found
           if not no-fee-found
               if no-fee-count < no-fee-table-capacity
                   add 1 to no-fee-count
                   move au-customer-id to nf-customer-id(no-fee-count)
                   move 0 to nf-conversion-count(no-fee-count)
                   move au-timestamp(1:10) to nf-first-date(no-fee-count)
                   move no-fee-count to no-fee-slot
                   move 'y' to no-fee-found-flag
               else
                   display "customer-billing: no-fee table full, "
                       au-customer-id " not listed"
               end-if
           end-if
           if no-fee-found
               add 1 to nf-conversion-count(no-fee-slot)
               move au-timestamp(1:10) to nf-last-date(no-fee-slot)
           end-if.

       match-one-no-fee-customer.
           if nf-customer-id(no-fee-index) = au-customer-id
               move no-fee-index to no-fee-slot
               move 'y' to no-fee-found-flag
           end-if.

      *> one statement and one feed line per customer on the
      *> schedule, with the minimum adjustment worked out here once
      *> the month's fees are all in.
       write-one-statement.
           compute fee-total = cs-per-conversion-total(customer-index)
               + cs-percent-total(customer-index)
           move 0 to minimum-adjustment
           if fee-total < cs-monthly-minimum(customer-index)
               compute minimum-adjustment
                   = cs-monthly-minimum(customer-index) - fee-total
           end-if
           compute amount-due = fee-total + minimum-adjustment
           add amount-due to grand-amount-due
           perform write-statement-heading
           if cs-first-detail(customer-index) = 0
               move "  NO CONVERSIONS THIS MONTH" to statement-line
               write statement-line
           else
               move cs-first-detail(customer-index) to detail-index
               perform write-one-detail-line
                   until detail-index = 0
           end-if
           perform write-statement-totals
           perform write-billing-feed-line.

       write-statement-heading.
           move spaces to statement-line
           string "CUSTOMER STATEMENT  " delimited size
               cs-customer-id(customer-index) delimited size
               "  MONTH " delimited size
               billing-month-text delimited size
               "  (RUN DATE " delimited size
               run-date-text delimited size
               ")" delimited size
               into statement-line
           end-string
           write statement-line
           move spaces to statement-line
           write statement-line
           move "DATE        PAIR                    AMOUNT             RATE  SOURCE             EUR-VALUE             FEE"
               to statement-line
           write statement-line.

      *> a conversion with no eur value shows "NOT VALUED" in the
      *> eur column - it was charged the per-conversion fee only.
       write-one-detail-line.
           move spaces to statement-line
           move sd-conversion-date(detail-index) to statement-line(1:10)
           move sd-from-currency(detail-index) to statement-line(13:3)
           move "/" to statement-line(16:1)
           move sd-to-currency(detail-index) to statement-line(17:3)
           move sd-amount(detail-index) to amount-edited
           move amount-edited to statement-line(21:22)
           move sd-rate-used(detail-index) to rate-edited
           move rate-edited to statement-line(44:16)
           move sd-rate-source(detail-index) to statement-line(62:8)
           if sd-was-valued(detail-index)
               move sd-eur-value(detail-index) to money-edited
               move money-edited to statement-line(71:19)
           else
               move "NOT VALUED" to statement-line(80:10)
           end-if
           move sd-fee(detail-index) to fee-edited
           move fee-edited to statement-line(91:15)
           write statement-line
           move sd-next-detail(detail-index) to detail-index.

       write-statement-totals.
           move spaces to statement-line
           write statement-line
           move cs-conversion-count(customer-index) to count-edited
           move spaces to statement-line
           string "CONVERSIONS                " delimited size
               count-edited delimited size
               into statement-line
           end-string
           write statement-line
           if cs-unvalued-count(customer-index) > 0
               move cs-unvalued-count(customer-index) to count-edited
               move spaces to statement-line
               string "NOT VALUED IN EUR          " delimited size
                   count-edited delimited size
                   into statement-line
               end-string
               write statement-line
           end-if
           move cs-eur-volume(customer-index) to money-edited
           move spaces to statement-line
           string "VOLUME IN EUR       " delimited size
               money-edited delimited size
               into statement-line
           end-string
           write statement-line
           move cs-per-conversion-total(customer-index) to money-edited
           move spaces to statement-line
           string "PER-CONVERSION FEES " delimited size
               money-edited delimited size
               into statement-line
           end-string
           write statement-line
           move cs-percent-total(customer-index) to money-edited
           move spaces to statement-line
           string "PERCENTAGE FEES     " delimited size
               money-edited delimited size
               into statement-line
           end-string
           write statement-line
           if minimum-adjustment > 0
               move minimum-adjustment to money-edited
               move spaces to statement-line
               string "MINIMUM ADJUSTMENT  " delimited size
                   money-edited delimited size
                   into statement-line
               end-string
               write statement-line
           end-if
           move amount-due to money-edited
           move spaces to statement-line
           string "AMOUNT DUE (EUR)    " delimited size
               money-edited delimited size
               into statement-line
           end-string
           write statement-line
           move spaces to statement-line
           write statement-line
           write statement-line.

       write-billing-feed-line.
           move spaces to billing-feed-record
           move cs-customer-id(customer-index) to bf-customer-id
           move billing-month-text to bf-billing-month
           move cs-conversion-count(customer-index)
               to bf-conversion-count
           move cs-eur-volume(customer-index) to bf-eur-volume
           move cs-per-conversion-total(customer-index)
               to bf-per-conversion-total
           move cs-percent-total(customer-index) to bf-percent-total
           move minimum-adjustment to bf-minimum-adjustment
           move amount-due to bf-amount-due
           move "EUR" to bf-currency-code
           move cs-unvalued-count(customer-index) to bf-unvalued-count
           write billing-feed-record.

       write-statement-footing.
           move spaces to statement-line
           string "BILLING SUMMARY  MONTH " delimited size
               billing-month-text delimited size
               into statement-line
           end-string
           write statement-line
           move customer-count to count-edited
           move spaces to statement-line
           string "CUSTOMERS BILLED           " delimited size
               count-edited delimited size
               into statement-line
           end-string
           write statement-line
           move billed-count to count-edited
           move spaces to statement-line
           string "CONVERSIONS BILLED         " delimited size
               count-edited delimited size
               into statement-line
           end-string
           write statement-line
           if detail-lost-count > 0
               move detail-lost-count to count-edited
               move spaces to statement-line
               string "BILLED, NOT ON A STATEMENT " delimited size
                   count-edited delimited size
                   into statement-line
               end-string
               write statement-line
           end-if
           move grand-amount-due to money-edited
           move spaces to statement-line
           string "TOTAL AMOUNT DUE (EUR)" delimited size
               money-edited delimited size
               into statement-line
           end-string
           write statement-line.

       write-no-fee-list.
           move spaces to no-fee-line
           string "CUSTOMER CONVERSIONS WITH NO FEE SCHEDULE ROW  MONTH "
                   delimited size
               billing-month-text delimited size
               "  (RUN DATE " delimited size
               run-date-text delimited size
               ")" delimited size
               into no-fee-line
           end-string
           write no-fee-line
           move spaces to no-fee-line
           write no-fee-line
           move "CUSTOMER    CONVERSIONS  FIRST       LAST"
               to no-fee-line
           write no-fee-line
           if no-fee-count = 0
               move "  (NONE)" to no-fee-line
               write no-fee-line
           else
               perform write-one-no-fee-line
                   varying no-fee-index from 1 by 1
                   until no-fee-index > no-fee-count
           end-if
           move spaces to no-fee-line
           write no-fee-line
           move no-fee-conversion-count to count-edited
           move spaces to no-fee-line
           string "TOTAL UNBILLED CONVERSIONS " delimited size
               count-edited delimited size
               into no-fee-line
           end-string
           write no-fee-line.

       write-one-no-fee-line.
           move nf-conversion-count(no-fee-index) to count-edited
           move spaces to no-fee-line
           string
               nf-customer-id(no-fee-index) delimited size
               "    " delimited size
               count-edited delimited size
               "  " delimited size
               nf-first-date(no-fee-index) delimited size
               "  " delimited size
               nf-last-date(no-fee-index) delimited size
               into no-fee-line
           end-string
           write no-fee-line.

       end program customer-billing.
