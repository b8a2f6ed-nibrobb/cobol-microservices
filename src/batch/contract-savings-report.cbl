      *> column rather than silently skewing the comparison, and
      *> carried in the step's return code (4). see jcl/consave.jcl
      *> for the job - AUDITLOG is the month's archive generations
      *> concatenated. a second section does the same for the
      *> customer margins (see margin-schedule-record.cpy): every
      *> ecb-priced conversion that carried a margin is totalled per
      *> customer and pair at the mid rate and at the all-in rate the
      *> customer was given, and the difference is the spread income
      *> the margin earned - the amount x mid x margin figure that
      *> gl-posting-feed books on its "S" spread lines, though only
      *> for the quotes a customer went on to book.
       identification division.
       program-id. contract-savings-report.

           88 line-slot-found               value 'y'.
       01 line-slot                     pic 9(5) comp.

       01 margin-count                  pic 9(7) comp value 0.
       01 spread-count                  pic 9(5) comp value 0.
       01 spread-table occurs 500 times.
           05 sp-customer-id            pic x(8).
           05 sp-from-currency          pic x(3).
           05 sp-to-currency            pic x(3).
           05 sp-conversion-count       pic 9(7) comp.
           05 sp-amount-sum             pic s9(15)v9(4) comp-3.
           05 sp-mid-sum                pic s9(15)v9(4) comp-3.
           05 sp-spread-sum             pic s9(15)v9(4) comp-3.
       01 spread-index                  pic 9(5) comp.
       01 spread-found-flag             pic x value 'n'.
           88 spread-slot-found             value 'y'.
       01 spread-slot                   pic 9(5) comp.
       01 mid-value                     pic s9(15)v9(4) comp-3.
       01 spread-value                  pic s9(15)v9(4) comp-3.
       01 all-in-value                  pic s9(15)v9(4) comp-3.
       01 total-mid-sum                 pic s9(15)v9(4) comp-3 value 0.
       01 total-all-in-sum              pic s9(15)v9(4) comp-3 value 0.
       01 total-spread-sum              pic s9(15)v9(4) comp-3 value 0.

       01 entry-index                   pic 9(5) comp.
       01 seek-currency-code            pic x(3).
       01 seek-date-digits              pic 9(8).
               varying line-index from 1 by 1
               until line-index > line-count
           perform write-grand-total
           perform write-spread-section
           close report-file
           display "contract-savings-report: " read-count " records "
               "read, " contract-count " contract-rated, "
               no-quote-count " without an ecb quote, "
               margin-count " with a customer margin"
           if no-quote-count > 0
               move 4 to return-code
           else
               perform find-customer-line-slot
               perform score-one-conversion
           end-if
           if au-rate-source = "ECB" and au-rate-used not = 0
               and au-margin-percent not = 0 and au-mid-rate not = 0
               add 1 to margin-count
               perform find-spread-slot
               if spread-slot-found
                   perform score-one-spread
               end-if
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read.
               move 'y' to line-found-flag
           end-if.

       find-spread-slot.
           move 'n' to spread-found-flag
           perform match-one-spread-slot
               varying spread-index from 1 by 1
               until spread-index > spread-count or spread-slot-found
           if not spread-slot-found
               if spread-count < 500
                   add 1 to spread-count
                   move au-customer-id to sp-customer-id(spread-count)
                   move au-from-currency
                       to sp-from-currency(spread-count)
                   move au-to-currency to sp-to-currency(spread-count)
                   move 0 to sp-conversion-count(spread-count)
                   move 0 to sp-amount-sum(spread-count)
                   move 0 to sp-mid-sum(spread-count)
                   move 0 to sp-spread-sum(spread-count)
                   move spread-count to spread-slot
                   move 'y' to spread-found-flag
               else
                   display "contract-savings-report: spread table "
                       "full, " au-customer-id " " au-from-currency
                       "/" au-to-currency " not reported"
               end-if
           end-if.

       match-one-spread-slot.
           if sp-customer-id(spread-index) = au-customer-id
               and sp-from-currency(spread-index) = au-from-currency
               and sp-to-currency(spread-index) = au-to-currency
               move spread-index to spread-slot
               move 'y' to spread-found-flag
           end-if.

      *> the mid and spread figures come straight off the audit
      *> record - no rate lookup is needed, the service logged the
      *> mid it priced from alongside the margin it took.
       score-one-spread.
           add 1 to sp-conversion-count(spread-slot)
           add au-amount to sp-amount-sum(spread-slot)
           compute mid-value rounded = au-amount * au-mid-rate
           compute spread-value rounded
               = au-amount * au-mid-rate * au-margin-percent / 100
           add mid-value to sp-mid-sum(spread-slot)
           add spread-value to sp-spread-sum(spread-slot).

      *> the ecb counterfactual reprices the same amount at the ecb
      *> cross rate for the conversion's own as-of date - the quote
      *> csv-ecb-rates would have answered with had no contract row
           move sum-edit-field to report-line(99:19)
           write report-line.

      *> the all-in column is mid less spread, what the customers
      *> were actually given, in the pair's target currency - the
      *> spread column is the margin income the desk sets its
      *> schedule against.
       write-spread-section.
           move spaces to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "SPREAD INCOME FROM CUSTOMER MARGINS" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "CUSTOMER  PAIR       CONVS                      VOLUME          MID-VALUE       ALL-IN-VALUE       SPREAD-INCOME"
               to report-line
           write report-line
           if spread-count = 0
               move "  (NONE)" to report-line
               write report-line
           else
               perform write-one-spread-line
                   varying spread-index from 1 by 1
                   until spread-index > spread-count
           end-if
           move spaces to report-line
           write report-line
           move "TOTAL SPREAD INCOME" to report-line
           move total-mid-sum to sum-edit-field
           move sum-edit-field to report-line(59:19)
           move total-all-in-sum to sum-edit-field
           move sum-edit-field to report-line(79:19)
           move total-spread-sum to sum-edit-field
           move sum-edit-field to report-line(99:19)
           write report-line.

       write-one-spread-line.
           move spaces to report-line
           string
               sp-customer-id(spread-index) delimited size
               "  " delimited size
               sp-from-currency(spread-index) delimited size
               "/" delimited size
               sp-to-currency(spread-index) delimited size
               into report-line
           end-string
           move sp-conversion-count(spread-index) to count-edited
           move count-edited to report-line(19:7)
           move sp-amount-sum(spread-index) to sum-edit-field
           move sum-edit-field to report-line(39:19)
           move sp-mid-sum(spread-index) to sum-edit-field
           move sum-edit-field to report-line(59:19)
           compute all-in-value = sp-mid-sum(spread-index)
               - sp-spread-sum(spread-index)
           move all-in-value to sum-edit-field
           move sum-edit-field to report-line(79:19)
           move sp-spread-sum(spread-index) to sum-edit-field
           move sum-edit-field to report-line(99:19)
           add sp-mid-sum(spread-index) to total-mid-sum
           add all-in-value to total-all-in-sum
           add sp-spread-sum(spread-index) to total-spread-sum
           write report-line.

       end program contract-savings-report.
