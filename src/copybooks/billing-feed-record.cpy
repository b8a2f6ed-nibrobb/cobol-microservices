      *> billing-feed-record.cpy
      *> one line of the month-end accounts-receivable billing feed
      *> batch/customer-billing.cbl writes - one per customer on the
      *> fee schedule, in the schedule's order, fixed layout and
      *> display numeric throughout so the receivables system reads
      *> it without a conversion step. the eur volume is the month's
      *> conversions valued in eur; the three fee fields add up to
      *> bf-amount-due, which is what the customer is invoiced.
      *> bf-unvalued-count is the conversions whose eur value could
      *> not be found (no rate on the master for a cross pair) - they
      *> carry the per-conversion fee but not the percentage fee.
       01 billing-feed-record.
           05 bf-customer-id           pic x(8).
           05 bf-billing-month         pic x(7).
           05 bf-conversion-count      pic 9(7).
           05 bf-eur-volume            pic 9(13)v9(2).
           05 bf-per-conversion-total  pic 9(9)v9(2).
           05 bf-percent-total         pic 9(9)v9(2).
           05 bf-minimum-adjustment    pic 9(9)v9(2).
           05 bf-amount-due            pic 9(9)v9(2).
           05 bf-currency-code         pic x(3).
           05 bf-unvalued-count        pic 9(7).
