      *> same stance the service's cross lookup takes. a row with a
      *> non-numeric trigger or an unknown direction is counted as
      *> invalid and skipped, the defensive read every desk-keyed
      *> file gets. so is an open order either of whose currencies
      *> the currency reference master (CURMSTR, see currency-master-
      *> record.cpy) does not carry, carries as inactive, or does not
      *> hold valid on the run date - it is listed with its reason
      *> code on a section of its own and left open for the desk to
      *> correct; a master that will not open skips that check with
      *> a note on sysout. return code 0 is a clean run (fired or not), 4
      *> means invalid rows were skipped, 12 means the order file
      *> would not open.
       identification division.
               file status is rate-master-status.
           select report-file assign to "WATCHRPT"
               organization line sequential.
           select currency-master-file assign to "CURMSTR"
               organization indexed
               access dynamic
               record key cy-currency-code
               file status is currency-master-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  report-file.
       01 report-line                   pic x(132).

       fd  currency-master-file.
           copy "currency-master-record.cpy".

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
           copy "rate-dataset.cpy".

       01 rate-master-status            pic xx.
       01 rate-master-open-flag         pic x value 'n'.
           88 rate-master-available         value 'y'.
       01 currency-master-status        pic xx.
       01 currency-master-open-flag     pic x value 'n'.
           88 currency-master-available     value 'y'.
       01 reference-check-code          pic x(3).
       01 reference-reason-code         pic x(16).
           88 reference-is-valid            value spaces.

       01 watch-eof-flag                pic x value 'n'.
           88 watch-eof                     value 'y'.
       01 expired-count-staged          pic 9(3) comp value 0.
       01 expired-stage-table occurs 200 times pic x(44).
       01 expired-stage-index           pic 9(3) comp.
       01 refused-count-staged          pic 9(3) comp value 0.
       01 refused-stage-table occurs 200 times.
           05 rf-watch-order            pic x(44).
           05 rf-reason-code            pic x(16).
       01 refused-stage-index           pic 9(3) comp.

       01 rate-edit-field               pic -zzzz9.9(9).
       01 count-edited                  pic zzzzzz9.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       rate-watch-report-main.
           move function current-date to current-date-text
           if not rate-master-available
               perform load-ecb-feed
           end-if
           open input currency-master-file
           if currency-master-status = "00"
               move 'y' to currency-master-open-flag
           else
               display "rate-watch-report: currency master would not "
                   "open, status " currency-master-status
                   " - reference check skipped"
           end-if
           open i-o watch-order-file
           if watch-file-status not = "00"
               display "rate-watch-report: watch-order file would "
                   "not open, status " watch-file-status
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           open output report-file
           end-read
           perform evaluate-one-watch-order until watch-eof
           close watch-order-file
           if currency-master-available
               close currency-master-file
           end-if
           perform write-expired-section
           perform write-refused-section
           perform write-report-footing
           close report-file
           if rate-master-available
           else
               move 0 to return-code
           end-if
           perform write-run-control
           goback.

       open-rate-master.
                   if wo-expiry-date < run-date-text
                       perform expire-one-order
                   else
                       perform check-order-currencies
                       if not reference-is-valid
                           perform refuse-one-order
                       else
                           perform price-one-order
                           if pair-rate-found
                               perform check-one-trigger
                               if order-fires
                                   perform fire-one-order
                               end-if
                           else
                               add 1 to no-quote-count
                           end-if
                       end-if
                   end-if
               end-if
               at end move 'y' to watch-eof-flag
           end-read.

      *> both legs against the reference master for the run date -
      *> the from leg's reason wins when both fail.
       check-order-currencies.
           move spaces to reference-reason-code
           if currency-master-available
               move wo-from-currency to reference-check-code
               perform check-one-reference-code
               if reference-is-valid
                   move wo-to-currency to reference-check-code
                   perform check-one-reference-code
               end-if
           end-if.

       check-one-reference-code.
           move reference-check-code to cy-currency-code
           read currency-master-file
               invalid key continue
           end-read
           evaluate true
               when currency-master-status not = "00"
                   move "UNKNOWN-CCY" to reference-reason-code
               when not cy-currency-active
                   move "INACTIVE-CCY" to reference-reason-code
               when run-date-text < cy-valid-from
                   or run-date-text > cy-valid-to
                   move "CCY-NOT-VALID" to reference-reason-code
           end-evaluate.

      *> the row is left open, unmarked - once the desk corrects the
      *> code, or the master gains it, tomorrow's run prices it.
       refuse-one-order.
           add 1 to invalid-count
           if refused-count-staged < 200
               add 1 to refused-count-staged
               move watch-order-record
                   to rf-watch-order(refused-count-staged)
               move reference-reason-code
                   to rf-reason-code(refused-count-staged)
           else
               display "rate-watch-report: refused staging full, "
                   wo-customer-id " " wo-from-currency "/"
                   wo-to-currency " " reference-reason-code
                   " not listed"
           end-if.

      *> the pair's price is each leg's per-eur quote crossed, the
      *> same compute the live service answers with, and the legs
      *> have to share a published as-of date for the cross to mean
           move sw-expiry-date to report-line(64:10)
           write report-line.

       write-refused-section.
           move spaces to report-line
           write report-line
           move "ORDERS REFUSED - CURRENCY NOT VALID ON THE REFERENCE MASTER"
               to report-line
           write report-line
           if refused-count-staged = 0
               move "  (NONE)" to report-line
               write report-line
           else
               perform write-one-refused-line
                   varying refused-stage-index from 1 by 1
                   until refused-stage-index > refused-count-staged
           end-if.

       write-one-refused-line.
           move rf-watch-order(refused-stage-index)
               to staged-watch-order
           move spaces to report-line
           move sw-customer-id to report-line(1:8)
           move sw-from-currency to report-line(11:3)
           move "/" to report-line(14:1)
           move sw-to-currency to report-line(15:3)
           move sw-direction to report-line(20:5)
           move sw-trigger-rate to rate-edit-field
           move rate-edit-field to report-line(26:16)
           move rf-reason-code(refused-stage-index)
               to report-line(45:16)
           write report-line.

       write-report-footing.
           move spaces to report-line
           write report-line
               write report-line
           end-if.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "ECBRATE" to rn-job-name
           move "WATCHRUN" to rn-step-name
           move "RATEWTCH" to rn-program-name
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
           move fired-count to rn-records-out
           move invalid-count to rn-records-rejected
           move expired-count to rn-control-total-1
           move open-count to rn-control-total-2
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "rate-watch-report: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program rate-watch-report.
