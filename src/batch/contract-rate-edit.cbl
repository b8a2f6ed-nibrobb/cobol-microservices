      *> wins read makes an overlap a silent wrong rate), and clean
      *> rows whose range ends within the next 30 days go on CONEXPRT
      *> so renewals get negotiated before the locked rate silently
      *> lapses back to ecb. both currencies of a row are also
      *> looked up on the currency reference master (CURMSTR, see
      *> currency-master-record.cpy): a code the master does not
      *> carry, carries as inactive, or does not hold valid for the
      *> whole effective range is rejected, since the service would
      *> refuse every request the row could answer. a master that
      *> will not open skips that check with a note on sysout.
      *> return code 0 is a clean file, 4 means
      *> at least one reject was written, 12 means the contract file
      *> itself would not open.
       identification division.
               organization sequential.
           select expiry-report-file assign to "CONEXPRT"
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
       fd  expiry-report-file.
       01 expiry-line                   pic x(132).

       fd  currency-master-file.
           copy "currency-master-record.cpy".

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 contract-file-status          pic xx.
       01 contract-eof-flag             pic x value 'n'.
       01 date-month                    pic 9(2).
       01 date-day                      pic 9(2).

       01 currency-master-status        pic xx.
       01 currency-master-open-flag     pic x value 'n'.
           88 currency-master-available     value 'y'.

      *> one slot per clean row, in arrival order, so each later row
      *> can be checked for a range overlap against every clean row
      *> already accepted for its customer and pair. sized well above
       01 rate-edit-field               pic -zzzz9.9(9).
       01 count-edited                  pic zzzzzz9.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       contract-rate-edit-main.
           perform set-expiry-window
               display "contract-rate-edit: contract file would not "
                   "open, status " contract-file-status
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           open input currency-master-file
           if currency-master-status = "00"
               move 'y' to currency-master-open-flag
           else
               display "contract-rate-edit: currency master would not "
                   "open, status " currency-master-status
                   " - currency codes checked for shape only"
           end-if
           open output clean-file
           open output reject-file
           open output expiry-report-file
           end-read
           perform edit-one-contract-record until contract-eof
           close contract-rate-file
           if currency-master-available
               close currency-master-file
           end-if
           close clean-file
           close reject-file
           perform write-expiry-footing
           else
               move 0 to return-code
           end-if
           perform write-run-control
           goback.

      *> the 30-day renewal window runs from today through today plus
                   move "RANGE-REVERSED" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               and currency-master-available
               move cn-from-currency to currency-under-test
               perform check-currency-reference
           end-if
           if record-is-clean
               and currency-master-available
               move cn-to-currency to currency-under-test
               perform check-currency-reference
           end-if
           if record-is-clean
               perform check-range-overlap
               if overlap-found
               move "BAD-CURRENCY" to edit-reason-code
           end-if.

      *> the whole effective range has to sit inside the currency's
      *> valid range - a locked rate running past a code's retirement
      *> would be refused by the service from that day on.
       check-currency-reference.
           move currency-under-test to cy-currency-code
           read currency-master-file
               invalid key continue
           end-read
           evaluate true
               when currency-master-status not = "00"
                   move "UNKNOWN-CCY" to edit-reason-code
               when not cy-currency-active
                   move "INACTIVE-CCY" to edit-reason-code
               when cn-effective-from < cy-valid-from
                   or cn-effective-to > cy-valid-to
                   move "CCY-NOT-VALID" to edit-reason-code
           end-evaluate.

      *> the same strict yyyy-mm-dd shape http-handler requires of a
      *> requested date, tightened with the month and day ranges a
      *> front-end edit can afford to enforce - a "2026-13-01" range
               write expiry-line
           end-if.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "CONTREDT" to rn-job-name
           move "CONEDIT" to rn-step-name
           move "CONEDIT" to rn-program-name
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
           move clean-count to rn-records-out
           move reject-count to rn-records-rejected
           move expiring-count to rn-control-total-1
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "contract-rate-edit: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program contract-rate-edit.
