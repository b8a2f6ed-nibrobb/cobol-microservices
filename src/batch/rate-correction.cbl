      >>source format free
      *> rate-correction - applies the desk's approved corrections
      *> (see copybooks/rate-correction-record.cpy) to the keyed rate
      *> master (copybooks/rate-master-record.cpy), and lists every
      *> conversion the service answered from the figure each one
      *> replaced. ecb now and then republishes a day, and now and
      *> then a bad quote gets past the feed check; until now the
      *> only fix was a hand edit of the master, which left nothing
      *> behind to say what the old figure was or who had been
      *> quoted from it.
      *> each row names one master row by currency and as-of date and
      *> gives the corrected rate, a reason, the requester and the
      *> approver. a row is refused - and the master left untouched
      *> for it - when any field is missing or malformed, when the
      *> approver is blank or is the requester (every correction
      *> needs a second person), when the currency is eur (never on
      *> the master - it is the base every rate is quoted against),
      *> when the master has no row for that currency and date, when
      *> the corrected rate is what the master already holds, or
      *> when an earlier row in the same run already corrected that
      *> currency and date. an applied row rewrites the master value
      *> and appends the value it replaced to CORRHIST (see copybooks/
      *> rate-correction-history.cpy), the only place the original
      *> survives.
      *> the run then reads the audit archive generations the job
      *> concatenates under AUDITLOG and lists every ecb-priced
      *> conversion whose as-of date and currency legs match an
      *> applied correction - the service answered it from the old
      *> figure. a pair rate is to/from per euro, so a correction to
      *> the to currency scales the answered rate by corrected/old and
      *> one to the from currency by old/corrected (both when both
      *> legs were corrected); a customer margin is a percentage of
      *> that rate, so the all-in rate scales the same way. each line
      *> carries the customer id, the amount, the rate answered, the
      *> rate the corrected figure gives, and the difference in the
      *> to currency the customer would have received, with the quote
      *> reference and whether that quote was booked (see copybooks/
      *> deal-record.cpy) - the desk calls the customers from this
      *> list and the gl team posts adjustments for the booked ones.
      *> contract-priced conversions never used the ecb figure and are
      *> not listed. CORRRPT carries both sections.
      *> return code 0 is every row applied, 4 means at least one row
      *> was refused, 12 means the transactions, the rate master, the
      *> history file or the audit archive would not open - checked
      *> before anything is applied, so a 12 leaves the master as it
      *> was. see jcl/ratecorr.jcl.
       identification division.
       program-id. rate-correction.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select correction-file assign to "CORRTRAN"
               organization sequential
               file status is correction-file-status.
           select rate-master-file assign to "RATEMSTR"
               organization indexed
               access dynamic
               record key rm-key
               file status is rate-master-status.
           select history-file assign to "CORRHIST"
               organization sequential
               file status is history-file-status.
           select audit-log-file assign to "AUDITLOG"
               organization sequential
               file status is audit-file-status.
           select deal-master-file assign to "DEALMSTR"
               organization indexed
               access dynamic
               record key dl-deal-ref
               file status is deal-master-status.
           select report-file assign to "CORRRPT"
               organization line sequential.

       data division.
       file section.
       fd  correction-file.
           copy "rate-correction-record.cpy".

       fd  rate-master-file.
           copy "rate-master-record.cpy".

       fd  history-file.
           copy "rate-correction-history.cpy".

       fd  audit-log-file.
           copy "audit-record.cpy".

       fd  deal-master-file.
           copy "deal-record.cpy".

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
       01 correction-file-status        pic xx.
       01 rate-master-status            pic xx.
       01 history-file-status           pic xx.
       01 audit-file-status             pic xx.
       01 deal-master-status            pic xx.
       01 deal-master-open-flag         pic x value 'n'.
           88 deal-master-available         value 'y'.
       01 correction-eof-flag           pic x value 'n'.
           88 correction-eof                value 'y'.
       01 audit-eof-flag                pic x value 'n'.
           88 audit-eof                     value 'y'.

       01 read-count                    pic 9(7) comp value 0.
       01 applied-count                 pic 9(7) comp value 0.
       01 refused-count                 pic 9(7) comp value 0.
       01 audit-read-count              pic 9(9) comp value 0.
       01 impact-count                  pic 9(7) comp value 0.
       01 impact-booked-count           pic 9(7) comp value 0.

       01 edit-reason-code              pic x(16).
           88 correction-is-clean           value spaces.
       01 outcome-text                  pic x(16).

       01 currency-char-index           pic 9(3) comp.
       01 currency-char                 pic x.
       01 correction-date-digits        pic 9(8).
       01 correction-date-digits-x redefines correction-date-digits
                                        pic x(8).
       01 original-rate                 pic s9(5)v9(9) comp-3.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).
       01 run-stamp                     pic 9(14).

      *> one slot per correction applied this run - what the audit
      *> scan prices every conversion against. a row past capacity
      *> is refused rather than applied without its impact listing.
       01 correction-count              pic 9(3) comp value 0.
       01 correction-table-capacity     pic 9(3) comp value 200.
       01 correction-table occurs 200 times.
           05 ac-currency-code          pic x(3).
           05 ac-as-of-date             pic x(10).
           05 ac-original-rate          pic s9(5)v9(9) comp-3.
           05 ac-corrected-rate         pic s9(5)v9(9) comp-3.
           05 ac-impact-count           pic 9(7) comp.
       01 correction-index              pic 9(3) comp.
       01 duplicate-found-flag          pic x value 'n'.
           88 duplicate-found               value 'y'.

       01 conversion-impacted-flag      pic x value 'n'.
           88 conversion-impacted           value 'y'.
       01 corrected-pair-rate           pic s9(5)v9(9) comp-3.
       01 result-difference             pic s9(13)v9(4) comp-3.
       01 booked-text                   pic x(6).
       01 customer-text                 pic x(8).

       01 count-edited                  pic zzzzzz9.
       01 rate-edited                   pic zzzz9.999999999.
       01 old-rate-edited               pic zzzz9.999999.
       01 new-rate-edited               pic zzzz9.999999.
       01 amount-edited                 pic -zzz,zzz,zzz,zz9.99.
       01 difference-edited             pic -zzz,zzz,zzz,zz9.99.

       procedure division.
       rate-correction-main.
           perform set-run-date
           open input correction-file
           if correction-file-status not = "00"
               display "rate-correction: correction file would not "
                   "open, status " correction-file-status
               move 12 to return-code
               goback
           end-if
           open i-o rate-master-file
           if rate-master-status not = "00"
               display "rate-correction: rate master would not "
                   "open, status " rate-master-status
               close correction-file
               move 12 to return-code
               goback
           end-if
           perform open-history-file
           if history-file-status not = "00"
               display "rate-correction: correction history would "
                   "not open, status " history-file-status
               close correction-file
               close rate-master-file
               move 12 to return-code
               goback
           end-if
           open input audit-log-file
           if audit-file-status not = "00"
               display "rate-correction: audit archive would not "
                   "open, status " audit-file-status
               close correction-file
               close rate-master-file
               close history-file
               move 12 to return-code
               goback
           end-if
           perform open-deal-master
           open output report-file
           perform write-report-heading
           read correction-file
               at end move 'y' to correction-eof-flag
           end-read
           perform apply-one-correction until correction-eof
           close correction-file
           close rate-master-file
           close history-file
           perform write-impact-heading
           if correction-count > 0
               read audit-log-file
                   at end move 'y' to audit-eof-flag
               end-read
               perform scan-one-audit-record until audit-eof
           end-if
           if impact-count = 0
               move "  (NONE)" to report-line
               write report-line
           end-if
           close audit-log-file
           if deal-master-available
               close deal-master-file
           end-if
           perform write-report-footing
           close report-file
           display "rate-correction: " read-count " read, "
               applied-count " applied, " refused-count " refused"
           display "rate-correction: " audit-read-count
               " audit records read, " impact-count
               " conversions answered at a corrected rate, "
               impact-booked-count " of them booked"
           if refused-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       set-run-date.
           move function current-date to current-date-text
           move current-date-text(1:14) to run-stamp
           move spaces to run-date-text
           string
               current-date-text(1:4) delimited size
               "-" delimited size
               current-date-text(5:2) delimited size
               "-" delimited size
               current-date-text(7:2) delimited size
               into run-date-text.

      *> the history dataset is allocated DISP=MOD and only ever
      *> grows; the output fallback only matters for its very first
      *> use on a platform that reports an empty file as missing.
       open-history-file.
           open extend history-file
           if history-file-status = "35"
               open output history-file
           end-if.

      *> without the deal master the impact list still comes out -
      *> it just cannot say which of the quotes were booked.
       open-deal-master.
           move 'n' to deal-master-open-flag
           open input deal-master-file
           if deal-master-status = "00"
               move 'y' to deal-master-open-flag
           else
               display "rate-correction: deal master would not open, "
                   "status " deal-master-status
                   " - impact list without booking status"
           end-if.

       apply-one-correction.
           add 1 to read-count
           perform validate-correction
           if correction-is-clean
               move rm-rate-value to original-rate
               move cr-corrected-rate to rm-rate-value
               rewrite rate-master-record
                   invalid key move "REWRITE-FAILED" to edit-reason-code
               end-rewrite
           end-if
           if correction-is-clean
               perform write-history-record
               perform remember-correction
               add 1 to applied-count
               move "APPLIED" to outcome-text
           else
               add 1 to refused-count
               move edit-reason-code to outcome-text
           end-if
           perform write-correction-line
           read correction-file
               at end move 'y' to correction-eof-flag
           end-read.

      *> first failure wins, the same one-reason-per-row rule the
      *> desk's other transaction runs follow - the row fields in
      *> layout order, the approval check, then the master lookup
      *> and the checks against what the master already holds.
       validate-correction.
           move spaces to edit-reason-code
           perform check-one-currency-character
               varying currency-char-index from 1 by 1
               until currency-char-index > 3
                  or not correction-is-clean
           if correction-is-clean
               if cr-currency-code = "EUR"
                   move "EUR-NOT-QUOTED" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               perform check-correction-date
           end-if
           if correction-is-clean
               if cr-corrected-rate not numeric
                   or cr-corrected-rate = 0
                   move "BAD-RATE" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               if cr-reason-text = spaces
                   move "BLANK-REASON" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               if cr-requester-id = spaces
                   move "BLANK-REQUESTER" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               if cr-approver-id = spaces
                   move "NO-APPROVER" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               if cr-approver-id = cr-requester-id
                   move "SELF-APPROVED" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               perform check-duplicate-correction
               if duplicate-found
                   move "DUPLICATE-ROW" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               if correction-count not < correction-table-capacity
                   move "TOO-MANY-ROWS" to edit-reason-code
               end-if
           end-if
           if correction-is-clean
               move cr-currency-code to rm-currency-code
               compute rm-date-complement
                   = 99999999 - correction-date-digits
               read rate-master-file
                   invalid key move "NOT-ON-MASTER" to edit-reason-code
               end-read
           end-if
           if correction-is-clean
               if rm-rate-value = cr-corrected-rate
                   move "NO-CHANGE" to edit-reason-code
               end-if
           end-if.

       check-one-currency-character.
           move cr-currency-code(currency-char-index:1) to currency-char
           if currency-char < "A" or currency-char > "Z"
               move "BAD-CURRENCY" to edit-reason-code
           end-if.

       check-correction-date.
           move cr-as-of-date(1:4) to correction-date-digits-x(1:4)
           move cr-as-of-date(6:2) to correction-date-digits-x(5:2)
           move cr-as-of-date(9:2) to correction-date-digits-x(7:2)
           if cr-as-of-date(5:1) not = "-"
               or cr-as-of-date(8:1) not = "-"
               or correction-date-digits-x not numeric
               move "BAD-DATE" to edit-reason-code
           else
               if function test-date-yyyymmdd(correction-date-digits)
                   not = 0
                   move "BAD-DATE" to edit-reason-code
               end-if
           end-if.

       check-duplicate-correction.
           move 'n' to duplicate-found-flag
           perform match-one-duplicate
               varying correction-index from 1 by 1
               until correction-index > correction-count
                  or duplicate-found.

       match-one-duplicate.
           if ac-currency-code(correction-index) = cr-currency-code
               and ac-as-of-date(correction-index) = cr-as-of-date
               move 'y' to duplicate-found-flag
           end-if.

       write-history-record.
           move run-stamp to ch-applied-at
           move cr-currency-code to ch-currency-code
           move cr-as-of-date to ch-as-of-date
           move original-rate to ch-original-rate
           move cr-corrected-rate to ch-corrected-rate
           move cr-reason-text to ch-reason-text
           move cr-requester-id to ch-requester-id
           move cr-approver-id to ch-approver-id
           write rate-correction-history.

       remember-correction.
           add 1 to correction-count
           move cr-currency-code to ac-currency-code(correction-count)
           move cr-as-of-date to ac-as-of-date(correction-count)
           move original-rate to ac-original-rate(correction-count)
           move cr-corrected-rate
               to ac-corrected-rate(correction-count)
           move 0 to ac-impact-count(correction-count).

      *> only an ecb-priced answer used the master figure - a
      *> contract rate never did, and a booking line repeats the
      *> quote whose own conversion line is listed already.
       scan-one-audit-record.
           add 1 to audit-read-count
           if au-rate-source = "ECB"
               and au-rate-used not = 0
               perform price-one-conversion
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read.

       price-one-conversion.
           move 'n' to conversion-impacted-flag
           move au-rate-used to corrected-pair-rate
           perform reprice-one-leg
               varying correction-index from 1 by 1
               until correction-index > correction-count
           if conversion-impacted
               add 1 to impact-count
               compute result-difference rounded
                   = au-amount * (corrected-pair-rate - au-rate-used)
               perform find-booked-deal
               perform write-impact-line
           end-if.

       reprice-one-leg.
           if ac-as-of-date(correction-index) = au-as-of-date
               if ac-currency-code(correction-index) = au-to-currency
                   compute corrected-pair-rate rounded
                       = corrected-pair-rate
                       * ac-corrected-rate(correction-index)
                       / ac-original-rate(correction-index)
                   move 'y' to conversion-impacted-flag
                   add 1 to ac-impact-count(correction-index)
               end-if
               if ac-currency-code(correction-index) = au-from-currency
                   compute corrected-pair-rate rounded
                       = corrected-pair-rate
                       * ac-original-rate(correction-index)
                       / ac-corrected-rate(correction-index)
                   move 'y' to conversion-impacted-flag
                   add 1 to ac-impact-count(correction-index)
               end-if
           end-if.

       find-booked-deal.
           move spaces to booked-text
           if deal-master-available
               and au-quote-ref not = spaces
               move au-quote-ref to dl-deal-ref
               read deal-master-file
                   invalid key continue
               end-read
               if deal-master-status = "00"
                   move "BOOKED" to booked-text
                   add 1 to impact-booked-count
               end-if
           end-if.

       write-report-heading.
           move spaces to report-line
           string "RATE CORRECTIONS  (RUN DATE " delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "CCY  AS-OF                 CORRECTED  REQUESTER APPROVER  OUTCOME           REASON"
               to report-line
           write report-line.

       write-correction-line.
           if cr-corrected-rate numeric
               move cr-corrected-rate to rate-edited
           else
               move 0 to rate-edited
           end-if
           move spaces to report-line
           string
               cr-currency-code delimited size
               "  " delimited size
               cr-as-of-date delimited size
               "  " delimited size
               rate-edited delimited size
               "  " delimited size
               cr-requester-id delimited size
               "  " delimited size
               cr-approver-id delimited size
               "  " delimited size
               outcome-text delimited size
               "  " delimited size
               cr-reason-text delimited size
               into report-line
           end-string
           write report-line
           if outcome-text = "APPLIED"
               move original-rate to rate-edited
               move spaces to report-line
               string
                   "     REPLACED          " delimited size
                   rate-edited delimited size
                   into report-line
               end-string
               write report-line
           end-if.

       write-impact-heading.
           move spaces to report-line
           write report-line
           move "CONVERSIONS ANSWERED AT A CORRECTED RATE" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "TIMESTAMP        CUSTOMER PAIR     AS-OF                   AMOUNT    RATE USED     CORRECTED          DIFFERENCE QUOTE REF"
               to report-line
           write report-line.

      *> the booked marker rides on the end of the quote reference
      *> column, in the line's last six columns - an unbooked quote
      *> was only ever a price, a booked one is money the gl team has
      *> to adjust.
       write-impact-line.
           if au-customer-id = spaces
               move "(NONE)" to customer-text
           else
               move au-customer-id to customer-text
           end-if
           move au-amount to amount-edited
           move au-rate-used to old-rate-edited
           move corrected-pair-rate to new-rate-edited
           move result-difference to difference-edited
           move spaces to report-line
           string
               au-timestamp(1:16) delimited size
               " " delimited size
               customer-text delimited size
               " " delimited size
               au-from-currency delimited size
               "/" delimited size
               au-to-currency delimited size
               "  " delimited size
               au-as-of-date delimited size
               " " delimited size
               amount-edited delimited size
               " " delimited size
               old-rate-edited delimited size
               "  " delimited size
               new-rate-edited delimited size
               " " delimited size
               difference-edited delimited size
               " " delimited size
               au-quote-ref delimited size
               into report-line
           end-string
           move booked-text to report-line(127:6)
           write report-line.

       write-report-footing.
           move spaces to report-line
           write report-line
           if correction-count > 0
               perform write-one-impact-total
                   varying correction-index from 1 by 1
                   until correction-index > correction-count
               move spaces to report-line
               write report-line
           end-if
           move applied-count to count-edited
           move spaces to report-line
           string "TOTAL APPLIED              " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move refused-count to count-edited
           move spaces to report-line
           string "TOTAL REFUSED              " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move impact-count to count-edited
           move spaces to report-line
           string "TOTAL CONVERSIONS AFFECTED " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move impact-booked-count to count-edited
           move spaces to report-line
           string "TOTAL OF THOSE BOOKED      " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line.

       write-one-impact-total.
           move ac-impact-count(correction-index) to count-edited
           move spaces to report-line
           string
               ac-currency-code(correction-index) delimited size
               "  " delimited size
               ac-as-of-date(correction-index) delimited size
               "  CONVERSIONS AFFECTED " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line.

       end program rate-correction.
