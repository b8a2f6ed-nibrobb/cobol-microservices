      >>source format free
      *> break-aging-report - weekly aging of the reconciliation
      *> breaks still outstanding on the keyed break master (see
      *> copybooks/break-master-record.cpy): every break still open or
      *> under investigation, bucketed by currency and by days
      *> outstanding since the night it first broke - 0-5 days, 6-30
      *> days, over 30 days. the over-30 breaks are then listed one
      *> by one, in invoice order as the master returns them, with
      *> the analyst and reason last recorded against them, since
      *> those are the ones that need escalating.
      *> resolved and written-off breaks are counted in the footing
      *> only. read-only against the master - the desk's transaction
      *> run (batch/break-status-update.cbl) is the only thing that
      *> closes a break. return code 0 is no outstanding break over
      *> 30 days, 4 means at least one, 12 means the master would not
      *> open. see jcl/brkaging.jcl.
       identification division.
       program-id. break-aging-report.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select break-master-file assign to "BRKMSTR"
               organization indexed
               access dynamic
               record key bk-invoice-id
               file status is break-master-status.
           select report-file assign to "AGINGRPT"
               organization line sequential.

       data division.
       file section.
       fd  break-master-file.
           copy "break-master-record.cpy".

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
       01 break-master-status           pic xx.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).
       01 run-date-digits               pic 9(8).
       01 run-date-integer              pic 9(8) comp.
       01 first-seen-digits             pic 9(8).
       01 first-seen-digits-x redefines first-seen-digits pic x(8).
       01 days-outstanding              pic s9(7) comp.
       01 bucket-number                 pic 9 comp.

       01 outstanding-count             pic 9(7) comp value 0.
       01 over-30-count                 pic 9(7) comp value 0.
       01 resolved-count                pic 9(7) comp value 0.
       01 written-off-count             pic 9(7) comp value 0.
       01 bucket-total-count            pic 9(7) comp occurs 3 times.

      *> one slot per currency with an outstanding break, in the
      *> order the master first returns them - the master is keyed on
      *> invoice id, not currency, so the table is what groups them.
       01 currency-count                pic 9(3) comp value 0.
       01 currency-table occurs 60 times.
           05 ag-currency-code          pic x(3).
           05 ag-bucket-count           pic 9(7) comp occurs 3 times.
           05 ag-bucket-amount          pic s9(15)v9(4) comp-3
                                            occurs 3 times.
       01 currency-index                pic 9(3) comp.
       01 currency-slot                 pic 9(3) comp.
       01 currency-found-flag           pic x value 'n'.
           88 currency-slot-found           value 'y'.
       01 currency-overflow-flag        pic x value 'n'.
           88 currency-overflow-noted       value 'y'.

       01 count-edited                  pic zzzzzz9.
       01 days-edited                   pic zzzzzz9.
       01 amount-edited                 pic -zzz,zzz,zzz,zz9.99.

       procedure division.
       break-aging-report-main.
           perform set-run-date
           open input break-master-file
           if break-master-status not = "00"
               display "break-aging-report: break master would not "
                   "open, status " break-master-status
               move 12 to return-code
               goback
           end-if
           move 0 to bucket-total-count(1)
           move 0 to bucket-total-count(2)
           move 0 to bucket-total-count(3)
           perform read-all-breaks
           open output report-file
           perform write-report-heading
           perform write-bucket-section
           perform write-over-30-section
           perform write-report-footing
           close report-file
           close break-master-file
           display "break-aging-report: " outstanding-count
               " outstanding, " over-30-count " over 30 days"
           if over-30-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       set-run-date.
           move function current-date to current-date-text
           move current-date-text(1:8) to run-date-digits
           compute run-date-integer
               = function integer-of-date(run-date-digits)
           move spaces to run-date-text
           string
               current-date-text(1:4) delimited size
               "-" delimited size
               current-date-text(5:2) delimited size
               "-" delimited size
               current-date-text(7:2) delimited size
               into run-date-text.

       read-all-breaks.
           move low-values to bk-invoice-id
           start break-master-file key >= bk-invoice-id
               invalid key continue
           end-start
           if break-master-status = "00"
               perform tally-one-break
                   until break-master-status not = "00"
           end-if.

       tally-one-break.
           read break-master-file next
               at end continue
           end-read
           if break-master-status = "00"
               evaluate true
                   when bk-break-outstanding
                       perform age-one-outstanding-break
                   when bk-break-resolved
                       add 1 to resolved-count
                   when bk-break-written-off
                       add 1 to written-off-count
               end-evaluate
           end-if.

       age-one-outstanding-break.
           add 1 to outstanding-count
           perform compute-days-outstanding
           evaluate true
               when days-outstanding <= 5
                   move 1 to bucket-number
               when days-outstanding <= 30
                   move 2 to bucket-number
               when other
                   move 3 to bucket-number
                   add 1 to over-30-count
           end-evaluate
           add 1 to bucket-total-count(bucket-number)
           perform find-currency-slot
           if currency-slot-found
               add 1 to ag-bucket-count(currency-slot, bucket-number)
               add bk-gl-amount
                   to ag-bucket-amount(currency-slot, bucket-number)
           end-if.

      *> a first-seen date that is not a real yyyy-mm-dd (nothing
      *> rate-reconciliation writes, but the master is a vsam file
      *> anyone with idcams can touch) ages into the over-30 bucket,
      *> where it gets looked at, rather than abending the arithmetic.
       compute-days-outstanding.
           move bk-first-seen-date(1:4) to first-seen-digits-x(1:4)
           move bk-first-seen-date(6:2) to first-seen-digits-x(5:2)
           move bk-first-seen-date(9:2) to first-seen-digits-x(7:2)
           if first-seen-digits-x is numeric
               and first-seen-digits > 16010101
               compute days-outstanding = run-date-integer
                   - function integer-of-date(first-seen-digits)
           else
               move 9999 to days-outstanding
           end-if.

       find-currency-slot.
           move 'n' to currency-found-flag
           perform match-one-currency-slot
               varying currency-index from 1 by 1
               until currency-index > currency-count
                  or currency-slot-found
           if not currency-slot-found
               if currency-count < 60
                   add 1 to currency-count
                   move bk-currency-code
                       to ag-currency-code(currency-count)
                   perform clear-one-bucket
                       varying bucket-number from 1 by 1
                       until bucket-number > 3
                   move currency-count to currency-slot
                   move 'y' to currency-found-flag
               else
                   if not currency-overflow-noted
                       display "break-aging-report: currency table "
                           "full at " bk-currency-code
                           ", bucket totals incomplete"
                       move 'y' to currency-overflow-flag
                   end-if
               end-if
           end-if.

       match-one-currency-slot.
           if ag-currency-code(currency-index) = bk-currency-code
               move currency-index to currency-slot
               move 'y' to currency-found-flag
           end-if.

       clear-one-bucket.
           move 0 to ag-bucket-count(currency-count, bucket-number)
           move 0 to ag-bucket-amount(currency-count, bucket-number).

       write-report-heading.
           move spaces to report-line
           string "RECONCILIATION BREAK AGING  (RUN DATE "
                   delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line.

       write-bucket-section.
           move "OUTSTANDING BREAKS BY CURRENCY AND DAYS OUTSTANDING"
               to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "CCY  BUCKET      COUNT                AMOUNT"
               to report-line
           write report-line
           if currency-count = 0
               move "  (NONE)" to report-line
               write report-line
           else
               perform write-one-currency-buckets
                   varying currency-index from 1 by 1
                   until currency-index > currency-count
           end-if
           move spaces to report-line
           write report-line
           move bucket-total-count(1) to count-edited
           move spaces to report-line
           string "TOTAL 0-5 DAYS             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move bucket-total-count(2) to count-edited
           move spaces to report-line
           string "TOTAL 6-30 DAYS            " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move bucket-total-count(3) to count-edited
           move spaces to report-line
           string "TOTAL OVER 30 DAYS         " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line.

       write-one-currency-buckets.
           perform write-one-bucket-line
               varying bucket-number from 1 by 1
               until bucket-number > 3.

       write-one-bucket-line.
           move spaces to report-line
           move ag-currency-code(currency-index) to report-line(1:3)
           evaluate bucket-number
               when 1
                   move "0-5" to report-line(6:9)
               when 2
                   move "6-30" to report-line(6:9)
               when 3
                   move "OVER 30" to report-line(6:9)
           end-evaluate
           move ag-bucket-count(currency-index, bucket-number)
               to count-edited
           move count-edited to report-line(15:7)
           move ag-bucket-amount(currency-index, bucket-number)
               to amount-edited
           move amount-edited to report-line(23:21)
           write report-line.

       write-over-30-section.
           move "BREAKS OUTSTANDING OVER 30 DAYS" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "INVOICE       CCY  AS-OF       FIRST-SEEN     DAYS  SEEN  ST  ANALYST   REASON"
               to report-line
           write report-line
           if over-30-count = 0
               move "  (NONE)" to report-line
               write report-line
           else
               move low-values to bk-invoice-id
               start break-master-file key >= bk-invoice-id
                   invalid key continue
               end-start
               if break-master-status = "00"
                   perform list-one-old-break
                       until break-master-status not = "00"
               end-if
           end-if
           move spaces to report-line
           write report-line.

       list-one-old-break.
           read break-master-file next
               at end continue
           end-read
           if break-master-status = "00"
               and bk-break-outstanding
               perform compute-days-outstanding
               if days-outstanding > 30
                   move days-outstanding to days-edited
                   move spaces to report-line
                   string
                       bk-invoice-id delimited size
                       "  " delimited size
                       bk-currency-code delimited size
                       "  " delimited size
                       bk-as-of-date delimited size
                       "  " delimited size
                       bk-first-seen-date delimited size
                       "  " delimited size
                       days-edited delimited size
                       "  " delimited size
                       bk-times-seen delimited size
                       "  " delimited size
                       bk-status delimited size
                       "   " delimited size
                       bk-analyst-id delimited size
                       "  " delimited size
                       bk-reason-text delimited size
                       into report-line
                   end-string
                   write report-line
               end-if
           end-if.

       write-report-footing.
           move outstanding-count to count-edited
           move spaces to report-line
           string "TOTAL OUTSTANDING          " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move resolved-count to count-edited
           move spaces to report-line
           string "TOTAL RESOLVED             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move written-off-count to count-edited
           move spaces to report-line
           string "TOTAL WRITTEN OFF          " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line.

       end program break-aging-report.
