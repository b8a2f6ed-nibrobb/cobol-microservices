      >>source format free
      *> margin-schedule-edit - front-end edit for the desk-maintained
      *> customer margin schedule (see copybooks/margin-schedule-
      *> record.cpy), the same shape contract-rate-edit gives the
      *> contract-rate file. the schedule is keyed in by hand at the
      *> customer desk, and a broken row there is worse than a broken
      *> contract row: a margin keyed as "P" 25 instead of "B" 25 is a
      *> quarter of the customer's money, not a quarter of a percent.
      *> every margin-schedule-record field is validated here: clean
      *> rows pass through to MRGCLEAN - the generation the live
      *> service reads on its MARGIN dd - and rejects land on MRGREJCT
      *> carrying the untouched row plus a reason code for the desk.
      *> beyond the single fields, a margin above ten percent (or a
      *> thousand basis points) is refused as a keying slip, and a
      *> row whose amount band overlaps an earlier clean row for the
      *> same customer and pair is rejected, since the service's
      *> first-covering-row read would quietly answer from whichever
      *> row sorts first. return code 0 is a clean file, 4 means at
      *> least one reject was written, 12 means the schedule itself
      *> would not open. see jcl/mrgnedt.jcl.
       identification division.
       program-id. margin-schedule-edit.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select margin-schedule-file assign to "MARGIN"
               organization sequential
               file status is margin-file-status.
           select clean-file assign to "MRGCLEAN"
               organization sequential.
           select reject-file assign to "MRGREJCT"
               organization sequential.

       data division.
       file section.
       fd  margin-schedule-file.
           copy "margin-schedule-record.cpy".

       fd  clean-file.
       01 clean-record                  pic x(52).

      *> the reject carries the input row byte-for-byte - the desk
      *> fixes it in place and resubmits - with the reason code
      *> alongside rather than replacing any of it.
       fd  reject-file.
       01 reject-record.
           05 rej-margin-data           pic x(52).
           05 filler                    pic x.
           05 rej-reason-code           pic x(16).

       working-storage section.
       01 margin-file-status            pic xx.
       01 margin-eof-flag               pic x value 'n'.
           88 margin-eof                    value 'y'.

       01 read-count                    pic 9(7) comp value 0.
       01 clean-count                   pic 9(7) comp value 0.
       01 reject-count                  pic 9(7) comp value 0.

       01 edit-reason-code              pic x(16).
           88 record-is-clean               value spaces.

       01 customer-char-index           pic 9(3) comp.
       01 customer-char                 pic x.
       01 customer-trimmed-length       pic 9(3) comp.
       01 currency-char-index           pic 9(3) comp.
       01 currency-char                 pic x.
       01 currency-under-test           pic x(3).

      *> one slot per clean row, in arrival order, so each later row
      *> can be checked for a band overlap against every clean row
      *> already accepted for its customer and pair.
       01 band-count                    pic 9(5) comp value 0.
       01 band-table-capacity           pic 9(5) comp value 1000.
       01 band-table occurs 1000 times.
           05 bd-customer-id            pic x(8).
           05 bd-from-currency          pic x(3).
           05 bd-to-currency            pic x(3).
           05 bd-band-low               pic 9(13)v9(2).
           05 bd-band-high              pic 9(13)v9(2).
       01 band-index                    pic 9(5) comp.
       01 overlap-found-flag            pic x value 'n'.
           88 overlap-found                 value 'y'.
       01 band-table-full-noted-flag    pic x value 'n'.
           88 band-table-full-noted         value 'y'.

       procedure division.
       margin-schedule-edit-main.
           open input margin-schedule-file
           if margin-file-status not = "00"
               display "margin-schedule-edit: margin schedule would "
                   "not open, status " margin-file-status
               move 12 to return-code
               goback
           end-if
           open output clean-file
           open output reject-file
           read margin-schedule-file
               at end move 'y' to margin-eof-flag
           end-read
           perform edit-one-margin-record until margin-eof
           close margin-schedule-file
           close clean-file
           close reject-file
           display "margin-schedule-edit: " read-count " read, "
               clean-count " clean, " reject-count " rejected"
           if reject-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       edit-one-margin-record.
           add 1 to read-count
           perform validate-margin-record
           if record-is-clean
               add 1 to clean-count
               write clean-record from margin-schedule-record
               perform remember-clean-band
           else
               add 1 to reject-count
               move spaces to reject-record
               move margin-schedule-record to rej-margin-data
               move edit-reason-code to rej-reason-code
               write reject-record
           end-if
           read margin-schedule-file
               at end move 'y' to margin-eof-flag
           end-read.

      *> first failure wins, in the record's own layout order, with
      *> the cross-field band and overlap checks last - the same
      *> one-reason-per-row rule the contract edit follows.
       validate-margin-record.
           move spaces to edit-reason-code
           perform validate-margin-customer
           if record-is-clean
               move ms-from-currency to currency-under-test
               perform validate-margin-currency
           end-if
           if record-is-clean
               move ms-to-currency to currency-under-test
               perform validate-margin-currency
           end-if
           if record-is-clean
               if ms-from-currency = ms-to-currency
                   move "SAME-CURRENCY" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if ms-band-low not numeric
                   move "BAD-BAND-LOW" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if ms-band-high not numeric
                   move "BAD-BAND-HIGH" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if ms-band-low > ms-band-high
                   move "BAND-REVERSED" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if not ms-margin-percent
                   and not ms-margin-basis-points
                   move "BAD-MARGIN-TYPE" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if ms-margin-value not numeric
                   move "BAD-MARGIN" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if (ms-margin-percent and ms-margin-value > 10)
                   or (ms-margin-basis-points
                       and ms-margin-value > 1000)
                   move "MARGIN-TOO-HIGH" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               perform check-band-overlap
               if overlap-found
                   move "OVERLAP-BAND" to edit-reason-code
               end-if
           end-if.

      *> the same 1-8 upper-case letter/digit shape http-handler
      *> accepts on a "/customer/{id}/..." path - an id keyed here in
      *> any other form can never match a request.
       validate-margin-customer.
           move function length(function trim(ms-customer-id))
               to customer-trimmed-length
           if ms-customer-id = spaces
               move "BLANK-CUSTOMER" to edit-reason-code
           else
               perform check-one-customer-character
                   varying customer-char-index from 1 by 1
                   until customer-char-index > customer-trimmed-length
                      or not record-is-clean
           end-if.

       check-one-customer-character.
           move ms-customer-id(customer-char-index:1) to customer-char
           if (customer-char < "A" or customer-char > "Z")
               and (customer-char < "0" or customer-char > "9")
               move "BAD-CUSTOMER" to edit-reason-code
           end-if.

       validate-margin-currency.
           perform check-one-currency-character
               varying currency-char-index from 1 by 1
               until currency-char-index > 3
                  or not record-is-clean.

       check-one-currency-character.
           move currency-under-test(currency-char-index:1)
               to currency-char
           if currency-char < "A" or currency-char > "Z"
               move "BAD-CURRENCY" to edit-reason-code
           end-if.

      *> two inclusive bands overlap when each one starts no higher
      *> than the other ends. the later-arriving row is the reject -
      *> the earlier clean row has already been written forward.
       check-band-overlap.
           move 'n' to overlap-found-flag
           perform match-one-clean-band
               varying band-index from 1 by 1
               until band-index > band-count or overlap-found.

       match-one-clean-band.
           if bd-customer-id(band-index) = ms-customer-id
               and bd-from-currency(band-index) = ms-from-currency
               and bd-to-currency(band-index) = ms-to-currency
               and bd-band-low(band-index) <= ms-band-high
               and ms-band-low <= bd-band-high(band-index)
               move 'y' to overlap-found-flag
           end-if.

      *> a clean row past the table's capacity still passes through
      *> to MRGCLEAN - only the overlap check loses sight of it, and
      *> that is said once on sysout rather than silently.
       remember-clean-band.
           if band-count < band-table-capacity
               add 1 to band-count
               move ms-customer-id to bd-customer-id(band-count)
               move ms-from-currency to bd-from-currency(band-count)
               move ms-to-currency to bd-to-currency(band-count)
               move ms-band-low to bd-band-low(band-count)
               move ms-band-high to bd-band-high(band-count)
           else
               if not band-table-full-noted
                   display "margin-schedule-edit: band table full, "
                       "overlap check incomplete past "
                       band-table-capacity " clean rows"
                   move 'y' to band-table-full-noted-flag
               end-if
           end-if.

       end program margin-schedule-edit.
