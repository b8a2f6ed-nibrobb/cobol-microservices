      >>source format free
      *> deal-blotter-report - the nightly deal blotter. the service
      *> writes a quote for every price it gives (see copybooks/
      *> quote-record.cpy) and a deal for every quote a customer
      *> books inside its validity window (copybooks/deal-record.cpy);
      *> this step lays one business day of both out for the desk.
      *> the first section is the day's bookings grouped by customer
      *> and currency pair - deal count, amount booked in the from
      *> currency and amount delivered in the to currency - followed
      *> by every deal booked that day, one line each, in the order
      *> the deal master returns them (the quote reference starts
      *> with the day and tenth of a second it was issued, so that
      *> is very nearly the order they were priced). the second
      *> section is the quotes issued that day that were never
      *> booked - the prices customers asked for and walked away
      *> from, which the desk reads as much as the bookings. the
      *> business day is the run date unless a yyyy-mm-dd date is
      *> given on BLTRCARD, which is how a late run or a rerun
      *> reports the day it is meant to. read-only against both
      *> masters. return code 0 is a blotter written (a quiet day
      *> with no deals included); 12 means a master would not open
      *> or the card date is not a date. see jcl/dealbltr.jcl.
       identification division.
       program-id. deal-blotter-report.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select deal-master-file assign to "DEALMSTR"
               organization indexed
               access dynamic
               record key dl-deal-ref
               file status is deal-master-status.
           select quote-master-file assign to "QUOTEMSTR"
               organization indexed
               access dynamic
               record key qt-quote-ref
               file status is quote-master-status.
           select blotter-card-file assign to "BLTRCARD"
               organization line sequential
               file status is blotter-card-status.
           select report-file assign to "BLOTRPT"
               organization line sequential.

       data division.
       file section.
       fd  deal-master-file.
           copy "deal-record.cpy".

       fd  quote-master-file.
           copy "quote-record.cpy".

       fd  blotter-card-file.
       01 blotter-card-line             pic x(20).

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
       01 deal-master-status            pic xx.
       01 quote-master-status           pic xx.
       01 blotter-card-status           pic xx.
       01 card-eof-flag                 pic x value 'n'.
           88 card-eof                      value 'y'.
       01 card-trimmed-text             pic x(20).
       01 card-trimmed-length           pic 9(3) comp.
       01 card-date-digits              pic 9(8).
       01 card-date-digits-x redefines card-date-digits pic x(8).
       01 card-date-flag                pic x value 'y'.
           88 card-date-valid               value 'y'.

       01 current-date-text             pic x(21).
       01 blotter-date-text             pic x(10).
       01 blotter-date-digits           pic x(8).

       01 deal-read-count               pic 9(7) comp value 0.
       01 deal-day-count                pic 9(7) comp value 0.
       01 quote-read-count              pic 9(7) comp value 0.
       01 quote-day-count               pic 9(7) comp value 0.
       01 unbooked-count                pic 9(7) comp value 0.

      *> one slot per customer and pair booked on the day, in the
      *> order the first deal for it comes off the master. a blank
      *> customer is the plain, non-customer bookings.
       01 group-count                   pic 9(5) comp value 0.
       01 group-table-capacity          pic 9(5) comp value 500.
       01 group-table occurs 500 times.
           05 bg-customer-id            pic x(8).
           05 bg-from-currency          pic x(3).
           05 bg-to-currency            pic x(3).
           05 bg-deal-count             pic 9(7) comp.
           05 bg-amount                 pic s9(15)v9(4) comp-3.
           05 bg-result-amount          pic s9(15)v9(4) comp-3.
       01 group-index                   pic 9(5) comp.
       01 group-slot                    pic 9(5) comp.
       01 group-found-flag              pic x value 'n'.
           88 group-slot-found              value 'y'.
       01 group-overflow-flag           pic x value 'n'.
           88 group-overflow-noted          value 'y'.

       01 customer-text                 pic x(8).
       01 count-edited                  pic zzzzzz9.
       01 amount-edited                 pic -zzz,zzz,zzz,zz9.99.
       01 result-edited                 pic -zzz,zzz,zzz,zz9.99.
       01 rate-edited                   pic zzzz9.999999.
       01 stamp-text                    pic x(14).

       procedure division.
       deal-blotter-report-main.
           perform set-blotter-date
           perform load-blotter-card
           if not card-date-valid
               display "deal-blotter-report: blotter card """
                   function trim(blotter-card-line)
                   """ is not a yyyy-mm-dd date"
               move 12 to return-code
               goback
           end-if
           open input deal-master-file
           if deal-master-status not = "00"
               display "deal-blotter-report: deal master would not "
                   "open, status " deal-master-status
               move 12 to return-code
               goback
           end-if
           open input quote-master-file
           if quote-master-status not = "00"
               display "deal-blotter-report: quote master would not "
                   "open, status " quote-master-status
               close deal-master-file
               move 12 to return-code
               goback
           end-if
           perform group-all-deals
           open output report-file
           perform write-report-heading
           perform write-booking-summary
           perform write-booking-detail
           perform write-unbooked-section
           perform write-report-footing
           close report-file
           close deal-master-file
           close quote-master-file
           display "deal-blotter-report: " blotter-date-text ", "
               deal-day-count " deals booked, " unbooked-count
               " quotes not booked"
           move 0 to return-code
           goback.

       set-blotter-date.
           move function current-date to current-date-text
           move spaces to blotter-date-text
           string
               current-date-text(1:4) delimited size
               "-" delimited size
               current-date-text(5:2) delimited size
               "-" delimited size
               current-date-text(7:2) delimited size
               into blotter-date-text
           move current-date-text(1:8) to blotter-date-digits.

      *> an absent or empty card keeps the run date; a card that is
      *> there but not a real date stops the run rather than quietly
      *> reporting the wrong day.
       load-blotter-card.
           open input blotter-card-file
           if blotter-card-status = "00"
               read blotter-card-file
                   at end move 'y' to card-eof-flag
               end-read
               if not card-eof
                   move function trim(blotter-card-line)
                       to card-trimmed-text
                   move function length(function trim(
                           blotter-card-line))
                       to card-trimmed-length
                   if blotter-card-line not = spaces
                       perform check-blotter-card-date
                   end-if
               end-if
               close blotter-card-file
           end-if.

       check-blotter-card-date.
           move card-trimmed-text(1:4) to card-date-digits-x(1:4)
           move card-trimmed-text(6:2) to card-date-digits-x(5:2)
           move card-trimmed-text(9:2) to card-date-digits-x(7:2)
           if card-trimmed-length = 10
               and card-trimmed-text(5:1) = "-"
               and card-trimmed-text(8:1) = "-"
               and card-date-digits-x is numeric
               and function test-date-yyyymmdd(card-date-digits) = 0
               move card-trimmed-text(1:10) to blotter-date-text
               move card-date-digits-x to blotter-date-digits
           else
               move 'n' to card-date-flag
           end-if.

       group-all-deals.
           move low-values to dl-deal-ref
           start deal-master-file key >= dl-deal-ref
               invalid key continue
           end-start
           if deal-master-status = "00"
               perform group-one-deal
                   until deal-master-status not = "00"
           end-if.

       group-one-deal.
           read deal-master-file next
               at end continue
           end-read
           if deal-master-status = "00"
               add 1 to deal-read-count
               if dl-booked-date = blotter-date-text
                   add 1 to deal-day-count
                   perform find-group-slot
                   if group-slot-found
                       add 1 to bg-deal-count(group-slot)
                       add dl-amount to bg-amount(group-slot)
                       add dl-result-amount
                           to bg-result-amount(group-slot)
                   end-if
               end-if
           end-if.

       find-group-slot.
           move 'n' to group-found-flag
           perform match-one-group-slot
               varying group-index from 1 by 1
               until group-index > group-count
                  or group-slot-found
           if not group-slot-found
               if group-count < group-table-capacity
                   add 1 to group-count
                   move dl-customer-id to bg-customer-id(group-count)
                   move dl-from-currency
                       to bg-from-currency(group-count)
                   move dl-to-currency to bg-to-currency(group-count)
                   move 0 to bg-deal-count(group-count)
                   move 0 to bg-amount(group-count)
                   move 0 to bg-result-amount(group-count)
                   move group-count to group-slot
                   move 'y' to group-found-flag
               else
                   if not group-overflow-noted
                       display "deal-blotter-report: group table "
                           "full at " dl-customer-id " "
                           dl-from-currency dl-to-currency
                           ", summary incomplete"
                       move 'y' to group-overflow-flag
                   end-if
               end-if
           end-if.

       match-one-group-slot.
           if bg-customer-id(group-index) = dl-customer-id
               and bg-from-currency(group-index) = dl-from-currency
               and bg-to-currency(group-index) = dl-to-currency
               move group-index to group-slot
               move 'y' to group-found-flag
           end-if.

       write-report-heading.
           move spaces to report-line
           string "DEAL BLOTTER  (BUSINESS DATE " delimited size
               blotter-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line.

       write-booking-summary.
           move "DEALS BOOKED BY CUSTOMER AND PAIR" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "CUSTOMER  PAIR       DEALS          AMOUNT BOOKED        AMOUNT DELIVERED"
               to report-line
           write report-line
           if group-count = 0
               move "  (NONE)" to report-line
               write report-line
           else
               perform write-one-group-line
                   varying group-index from 1 by 1
                   until group-index > group-count
           end-if
           move spaces to report-line
           write report-line.

       write-one-group-line.
           if bg-customer-id(group-index) = spaces
               move "(NONE)" to customer-text
           else
               move bg-customer-id(group-index) to customer-text
           end-if
           move bg-deal-count(group-index) to count-edited
           move bg-amount(group-index) to amount-edited
           move bg-result-amount(group-index) to result-edited
           move spaces to report-line
           string
               customer-text delimited size
               "  " delimited size
               bg-from-currency(group-index) delimited size
               "/" delimited size
               bg-to-currency(group-index) delimited size
               "  " delimited size
               count-edited delimited size
               "  " delimited size
               amount-edited delimited size
               "  " delimited size
               result-edited delimited size
               into report-line
           end-string
           write report-line.

       write-booking-detail.
           move "DEALS BOOKED" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "DEAL REF      BOOKED          CUSTOMER  PAIR                  AMOUNT          RATE               RESULT  AS-OF"
               to report-line
           write report-line
           if deal-day-count = 0
               move "  (NONE)" to report-line
               write report-line
           else
               move low-values to dl-deal-ref
               start deal-master-file key >= dl-deal-ref
                   invalid key continue
               end-start
               if deal-master-status = "00"
                   perform list-one-deal
                       until deal-master-status not = "00"
               end-if
           end-if
           move spaces to report-line
           write report-line.

       list-one-deal.
           read deal-master-file next
               at end continue
           end-read
           if deal-master-status = "00"
               and dl-booked-date = blotter-date-text
               if dl-customer-id = spaces
                   move "(NONE)" to customer-text
               else
                   move dl-customer-id to customer-text
               end-if
               move dl-booked-at to stamp-text
               move dl-amount to amount-edited
               move dl-rate to rate-edited
               move dl-result-amount to result-edited
               move spaces to report-line
               string
                   dl-deal-ref delimited size
                   "  " delimited size
                   stamp-text delimited size
                   "  " delimited size
                   customer-text delimited size
                   "  " delimited size
                   dl-from-currency delimited size
                   "/" delimited size
                   dl-to-currency delimited size
                   "  " delimited size
                   amount-edited delimited size
                   "  " delimited size
                   rate-edited delimited size
                   "  " delimited size
                   result-edited delimited size
                   "  " delimited size
                   dl-as-of-date delimited size
                   into report-line
               end-string
               write report-line
           end-if.

      *> qt-issued-at is yyyymmddhhmmss, so the business day is its
      *> first eight digits.
       write-unbooked-section.
           move "QUOTES ISSUED AND NOT BOOKED" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "QUOTE REF     ISSUED          CUSTOMER  PAIR                  AMOUNT          RATE  EXPIRED AT"
               to report-line
           write report-line
           move low-values to qt-quote-ref
           start quote-master-file key >= qt-quote-ref
               invalid key continue
           end-start
           if quote-master-status = "00"
               perform list-one-unbooked-quote
                   until quote-master-status not = "00"
           end-if
           if unbooked-count = 0
               move "  (NONE)" to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

       list-one-unbooked-quote.
           read quote-master-file next
               at end continue
           end-read
           if quote-master-status = "00"
               add 1 to quote-read-count
               move qt-issued-at to stamp-text
               if stamp-text(1:8) = blotter-date-digits
                   add 1 to quote-day-count
                   if qt-quote-open
                       add 1 to unbooked-count
                       perform write-one-unbooked-line
                   end-if
               end-if
           end-if.

       write-one-unbooked-line.
           if qt-customer-id = spaces
               move "(NONE)" to customer-text
           else
               move qt-customer-id to customer-text
           end-if
           move qt-amount to amount-edited
           move qt-rate to rate-edited
           move spaces to report-line
           string
               qt-quote-ref delimited size
               "  " delimited size
               stamp-text delimited size
               "  " delimited size
               customer-text delimited size
               "  " delimited size
               qt-from-currency delimited size
               "/" delimited size
               qt-to-currency delimited size
               "  " delimited size
               amount-edited delimited size
               "  " delimited size
               rate-edited delimited size
               "  " delimited size
               qt-expires-at delimited size
               into report-line
           end-string
           write report-line.

       write-report-footing.
           move deal-day-count to count-edited
           move spaces to report-line
           string "TOTAL DEALS BOOKED         " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move quote-day-count to count-edited
           move spaces to report-line
           string "TOTAL QUOTES ISSUED        " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move unbooked-count to count-edited
           move spaces to report-line
           string "TOTAL QUOTES NOT BOOKED    " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line.

       end program deal-blotter-report.
