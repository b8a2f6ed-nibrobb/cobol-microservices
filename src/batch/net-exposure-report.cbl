      >>source format free
      *> net-exposure-report - nightly net open currency exposure
      *> against treasury's limits. the bank's open position in each
      *> foreign currency is what the gl has settled plus what the
      *> desk booked today and the gl has not seen yet: every line of
      *> the edited settlement extract (GLFEED, the gl.settle.clean
      *> generation gledit cut) counts at its signed amount - an
      *> invoice the bank was paid in a currency is a long position
      *> in it - and every deal booked today (a "BOOKED" record in
      *> the day's audit archive generation) counts both of its legs,
      *> long the currency the customer sold us and short the one we
      *> paid out at the booked rate. the booked deals are the ones
      *> gl-posting-feed posts tonight; a quote alone moves no money
      *> and is not a position. a settlement line carrying a booked
      *> deal's reference as its invoice id is that same deal already
      *> on the gl, so the deal counts once, from the gl line. eur is
      *> the base currency and carries no exposure of its own.
      *>
      *> each currency's net position is valued in eur at the day's
      *> close - the latest quote at or before the run date, by key
      *> from the rate master, or from the staged csv feed when the
      *> master is not allocated - and measured against its row of
      *> the treasury limits file (see exposure-limit-record.cpy):
      *> eur equivalent, the ceiling, and the percentage of the
      *> ceiling used, long or short. past the warn threshold the
      *> line is flagged WARN; past the hard threshold, BREACH.
      *> return code 0 is every position inside its warn threshold,
      *> 4 means warnings, limit rows that could not be read, a
      *> position with no limit row or no quote to value it by; 12
      *> is a hard breach, or the limits, the extract or the archive
      *> would not open. see jcl/fxexpose.jcl.
       identification division.
       program-id. net-exposure-report.

       environment division.
       configuration section.
       repository.
           function csv-ecb-rates
           function all intrinsic.

       input-output section.
       file-control.
           select ecb-feed-file assign to "ECBFEED"
               organization line sequential
               file status is ecb-feed-file-status.
           select gl-extract-file assign to "GLFEED"
               organization sequential
               file status is gl-file-status.
           select audit-log-file assign to "AUDITLOG"
               organization sequential
               file status is audit-file-status.
           select exposure-limit-file assign to "EXPLIMIT"
               organization sequential
               file status is limit-file-status.
           select rate-master-file assign to "RATEMSTR"
               organization indexed
               access dynamic
               record key rm-key
               file status is rate-master-status.
           select report-file assign to "EXPOSRPT"
               organization line sequential.

       data division.
       file section.
       fd  ecb-feed-file.
       01 ecb-feed-line                 pic x(512).

       fd  gl-extract-file.
           copy "gl-record.cpy".

       fd  audit-log-file.
           copy "audit-record.cpy".

       fd  exposure-limit-file.
           copy "exposure-limit-record.cpy".

       fd  rate-master-file.
           copy "rate-master-record.cpy".

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
           copy "rate-dataset.cpy".

       01 dataset external.
           05 dataset-ptr               usage pointer.

       01 ecb-feed-file-status          pic xx.
       01 gl-file-status                pic xx.
       01 audit-file-status             pic xx.
       01 limit-file-status             pic xx.
       01 rate-master-status            pic xx.
       01 rate-master-open-flag         pic x value 'n'.
           88 rate-master-available         value 'y'.

       01 feed-eof-flag                 pic x value 'n'.
           88 feed-eof                      value 'y'.
       01 feed-text                     pic x(65536).
       01 feed-text-length               pic 9(9) comp.
       01 line-length                   pic 9(9) comp.
       01 feed-line-count               pic 9(5) comp value 0.

       01 gl-eof-flag                   pic x value 'n'.
           88 gl-eof                        value 'y'.
       01 audit-eof-flag                pic x value 'n'.
           88 audit-eof                     value 'y'.
       01 limit-eof-flag                pic x value 'n'.
           88 limit-eof                     value 'y'.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).

       01 gl-line-count                 pic 9(7) comp value 0.
       01 gl-base-count                 pic 9(7) comp value 0.
       01 audit-read-count              pic 9(7) comp value 0.
       01 booking-total                 pic 9(7) comp value 0.
       01 booking-on-gl-count           pic 9(7) comp value 0.
       01 bad-limit-row-count           pic 9(5) comp value 0.
       01 warn-count                    pic 9(5) comp value 0.
       01 hard-count                    pic 9(5) comp value 0.
       01 no-limit-count                pic 9(5) comp value 0.
       01 no-quote-count                pic 9(5) comp value 0.

      *> treasury's ceilings, in the order of the limits file - the
      *> order the report lists the currencies in.
       01 limit-count                   pic 9(3) comp value 0.
       01 limit-table-capacity          pic 9(3) comp value 200.
       01 limit-table occurs 200 times.
           05 lt-currency-code          pic x(3).
           05 lt-ceiling-eur            pic 9(13)v9(2).
           05 lt-warn-percent           pic 9(3)v9(2).
           05 lt-hard-percent           pic 9(3)v9(2).
       01 limit-index                   pic 9(3) comp.

      *> today's bookings, staged so a settlement line already
      *> carrying one can be matched before the deal's legs are
      *> counted. a booking past the capacity is counted straight
      *> away, unmatched, and said on sysout.
       01 booking-count                 pic 9(5) comp value 0.
       01 booking-table-capacity        pic 9(5) comp value 5000.
       01 booking-table occurs 5000 times.
           05 bk-deal-ref               pic x(12).
           05 bk-from-currency          pic x(3).
           05 bk-to-currency            pic x(3).
           05 bk-amount                 pic s9(13)v9(4) comp-3.
           05 bk-rate                   pic s9(5)v9(9) comp-3.
           05 bk-on-gl-flag             pic x.
               88 bk-on-gl                  value 'y'.
       01 booking-index                 pic 9(5) comp.
       01 booking-found-flag            pic x value 'n'.
           88 booking-found                 value 'y'.

      *> one slot per currency - seeded from the limits so every
      *> ceiling is reported, even with nothing open against it,
      *> then extended in first-seen order for currencies with a
      *> position and no limit row.
       01 position-count                pic 9(3) comp value 0.
       01 position-table-capacity       pic 9(3) comp value 200.
       01 position-table occurs 200 times.
           05 px-currency-code          pic x(3).
           05 px-limit-slot             pic 9(3) comp.
           05 px-net-position           pic s9(15)v9(4) comp-3.
           05 px-gl-line-count          pic 9(7) comp.
           05 px-booked-leg-count       pic 9(7) comp.
       01 position-index                pic 9(3) comp.
       01 position-slot                 pic 9(3) comp.
       01 position-found-flag           pic x value 'n'.
           88 position-found                value 'y'.

       01 leg-currency-code             pic x(3).
       01 leg-amount                    pic s9(15)v9(4) comp-3.
       01 leg-source-flag               pic x.
           88 leg-from-gl                   value 'g'.
           88 leg-from-booking              value 'b'.

       01 entry-index                   pic 9(5) comp.
       01 close-rate-found-flag         pic x value 'n'.
           88 close-rate-found              value 'y'.
       01 close-rate                    pic s9(5)v9(9) comp-3.
       01 close-rate-date               pic x(10).
       01 seek-date-digits              pic 9(8).
       01 seek-date-digits-x redefines seek-date-digits pic x(8).

       01 net-position-rounded          pic s9(15)v9(2) comp-3.
       01 eur-equivalent                pic s9(15)v9(2) comp-3.
       01 eur-magnitude                 pic s9(15)v9(2) comp-3.
       01 percent-used                  pic s9(7)v9(2) comp-3.
       01 exposure-status               pic x(8).

       01 count-edited                  pic zzzzzz9.
       01 money-edited                  pic -zzz,zzz,zzz,zz9.99.
       01 rate-edit-field               pic -zzzz9.9(9).
       01 percent-edited                pic zzz9.99.

       procedure division.
       net-exposure-report-main.
           perform set-run-date
           perform load-exposure-limits
           if limit-file-status not = "00"
               display "net-exposure-report: limits file would not "
                   "open, status " limit-file-status
               move 12 to return-code
               goback
           end-if
           perform open-rate-master
           if not rate-master-available
               perform load-ecb-feed
           end-if
           open input audit-log-file
           if audit-file-status not = "00"
               display "net-exposure-report: audit archive would not "
                   "open, status " audit-file-status
               move 12 to return-code
               goback
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read
           perform stage-one-audit-record until audit-eof
           close audit-log-file
           open input gl-extract-file
           if gl-file-status not = "00"
               display "net-exposure-report: gl extract would not "
                   "open, status " gl-file-status
               move 12 to return-code
               goback
           end-if
           read gl-extract-file
               at end move 'y' to gl-eof-flag
           end-read
           perform net-one-gl-record until gl-eof
           close gl-extract-file
           perform net-one-staged-booking
               varying booking-index from 1 by 1
               until booking-index > booking-count
           open output report-file
           perform write-report-heading
           perform value-one-position
               varying position-index from 1 by 1
               until position-index > position-count
           perform write-report-footing
           close report-file
           if rate-master-available
               close rate-master-file
           end-if
           display "net-exposure-report: " gl-line-count
               " gl lines, " booking-total " bookings ("
               booking-on-gl-count " already on the gl), "
               hard-count " breaches, " warn-count " warnings"
           evaluate true
               when hard-count > 0
                   move 12 to return-code
               when warn-count > 0
                   or no-limit-count > 0
                   or no-quote-count > 0
                   or bad-limit-row-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
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

      *> a limit row that is blank, not numeric, for eur, or a
      *> second row for a currency is skipped and named on sysout -
      *> the currency then reports as having no limit, which keeps
      *> a bad row from passing a position it should have flagged.
       load-exposure-limits.
           open input exposure-limit-file
           if limit-file-status = "00"
               read exposure-limit-file
                   at end move 'y' to limit-eof-flag
               end-read
               perform keep-one-limit-row until limit-eof
               close exposure-limit-file
           end-if.

       keep-one-limit-row.
           move el-currency-code to leg-currency-code
           perform find-position-slot
           evaluate true
               when el-currency-code = spaces
                   or el-currency-code = "EUR"
                   or el-ceiling-eur not numeric
                   or el-warn-percent not numeric
                   or el-hard-percent not numeric
                   add 1 to bad-limit-row-count
                   display "net-exposure-report: limit row for '"
                       el-currency-code "' not usable - skipped"
               when position-found
                   add 1 to bad-limit-row-count
                   display "net-exposure-report: second limit row for "
                       el-currency-code " - skipped"
               when limit-count not < limit-table-capacity
                   add 1 to bad-limit-row-count
                   display "net-exposure-report: limit table full, "
                       el-currency-code " skipped"
               when other
                   add 1 to limit-count
                   move el-currency-code to lt-currency-code(limit-count)
                   move el-ceiling-eur to lt-ceiling-eur(limit-count)
                   move el-warn-percent to lt-warn-percent(limit-count)
                   move el-hard-percent to lt-hard-percent(limit-count)
                   perform add-position-slot
                   if position-found
                       move limit-count to px-limit-slot(position-slot)
                   end-if
           end-evaluate
           read exposure-limit-file
               at end move 'y' to limit-eof-flag
           end-read.

       open-rate-master.
           move 'n' to rate-master-open-flag
           open input rate-master-file
           if rate-master-status = "00"
               move 'y' to rate-master-open-flag
           end-if.

      *> the same in-memory staging the revaluation uses - a missing
      *> feed parses to zero entries and every position comes back
      *> no-quote rather than abending.
       load-ecb-feed.
           move spaces to feed-text
           move 0 to feed-text-length
           open input ecb-feed-file
           if ecb-feed-file-status = "00"
               read ecb-feed-file
                   at end move 'y' to feed-eof-flag
               end-read
               perform append-one-feed-line until feed-eof
               close ecb-feed-file
           end-if
           move csv-ecb-rates(feed-text(1:feed-text-length)) to dataset
           set address of rate-dataset to dataset-ptr.

       append-one-feed-line.
           move function length(function trim(ecb-feed-line))
               to line-length
           if line-length > 0
               if feed-line-count > 0
                   compute feed-text-length = feed-text-length + 1
                   move x"0a" to feed-text(feed-text-length:1)
               end-if
               move ecb-feed-line(1:line-length)
                   to feed-text(feed-text-length + 1:line-length)
               compute feed-text-length = feed-text-length + line-length
               add 1 to feed-line-count
           end-if
           read ecb-feed-file
               at end move 'y' to feed-eof-flag
           end-read.

      *> only a booking that went through carries the "BOOKED" source
      *> and the rate it was booked at - refused bookings and quotes
      *> are passed over.
       stage-one-audit-record.
           add 1 to audit-read-count
           if au-rate-source = "BOOKED" and au-rate-used not = 0
               add 1 to booking-total
               if booking-count < booking-table-capacity
                   add 1 to booking-count
                   move au-quote-ref to bk-deal-ref(booking-count)
                   move au-from-currency
                       to bk-from-currency(booking-count)
                   move au-to-currency to bk-to-currency(booking-count)
                   move au-amount to bk-amount(booking-count)
                   move au-rate-used to bk-rate(booking-count)
                   move 'n' to bk-on-gl-flag(booking-count)
               else
                   display "net-exposure-report: booking table full, "
                       au-quote-ref " counted without the gl match"
                   move au-from-currency to leg-currency-code
                   move au-amount to leg-amount
                   move 'b' to leg-source-flag
                   perform add-one-leg
                   move au-to-currency to leg-currency-code
                   compute leg-amount rounded
                       = 0 - au-amount * au-rate-used
                   perform add-one-leg
               end-if
           end-if
           read audit-log-file
               at end move 'y' to audit-eof-flag
           end-read.

      *> deal references all begin "Q" (the spread lines gl posting
      *> writes begin "S" and are eur anyway), so only those lines
      *> are looked for among today's bookings.
       net-one-gl-record.
           add 1 to gl-line-count
           if gl-currency-code = "EUR"
               add 1 to gl-base-count
           else
               if gl-invoice-id(1:1) = "Q" and booking-count > 0
                   perform match-gl-line-to-booking
               end-if
               move gl-currency-code to leg-currency-code
               move gl-amount to leg-amount
               move 'g' to leg-source-flag
               perform add-one-leg
           end-if
           read gl-extract-file
               at end move 'y' to gl-eof-flag
           end-read.

       match-gl-line-to-booking.
           move 'n' to booking-found-flag
           perform match-one-booking
               varying booking-index from 1 by 1
               until booking-index > booking-count or booking-found.

       match-one-booking.
           if bk-deal-ref(booking-index) = gl-invoice-id
               and not bk-on-gl(booking-index)
               move 'y' to bk-on-gl-flag(booking-index)
               move 'y' to booking-found-flag
               add 1 to booking-on-gl-count
           end-if.

       net-one-staged-booking.
           if not bk-on-gl(booking-index)
               move 'b' to leg-source-flag
               move bk-from-currency(booking-index)
                   to leg-currency-code
               move bk-amount(booking-index) to leg-amount
               perform add-one-leg
               move bk-to-currency(booking-index) to leg-currency-code
               compute leg-amount rounded
                   = 0 - bk-amount(booking-index) * bk-rate(booking-index)
               perform add-one-leg
           end-if.

       add-one-leg.
           if leg-currency-code not = "EUR"
               perform add-position-slot
               if position-found
                   add leg-amount to px-net-position(position-slot)
                   if leg-from-gl
                       add 1 to px-gl-line-count(position-slot)
                   else
                       add 1 to px-booked-leg-count(position-slot)
                   end-if
               end-if
           end-if.

       find-position-slot.
           move 'n' to position-found-flag
           perform match-one-position-slot
               varying position-index from 1 by 1
               until position-index > position-count
                  or position-found.

       match-one-position-slot.
           if px-currency-code(position-index) = leg-currency-code
               move position-index to position-slot
               move 'y' to position-found-flag
           end-if.

      *> a currency past the table's capacity is left off the report
      *> - say so, since a position that quietly goes unreported is
      *> exactly the exposure this run exists to catch.
       add-position-slot.
           perform find-position-slot
           if not position-found
               if position-count < position-table-capacity
                   add 1 to position-count
                   move leg-currency-code
                       to px-currency-code(position-count)
                   move 0 to px-limit-slot(position-count)
                   move 0 to px-net-position(position-count)
                   move 0 to px-gl-line-count(position-count)
                   move 0 to px-booked-leg-count(position-count)
                   move position-count to position-slot
                   move 'y' to position-found-flag
               else
                   add 1 to hard-count
                   display "net-exposure-report: position table full, "
                       leg-currency-code " not reported"
               end-if
           end-if.

      *> one report line per currency: valued, measured against its
      *> ceiling, and flagged. the percentage is of the ceiling, so
      *> a short position counts against it just as a long one does.
       value-one-position.
           move px-currency-code(position-index) to leg-currency-code
           perform find-close-rate
           compute net-position-rounded rounded
               = px-net-position(position-index)
           move 0 to eur-equivalent
           move 0 to percent-used
           move px-limit-slot(position-index) to limit-index
           evaluate true
               when not close-rate-found
                   move "NO-QUOTE" to exposure-status
                   add 1 to no-quote-count
               when other
                   compute eur-equivalent rounded
                       = px-net-position(position-index) / close-rate
                   perform measure-against-limit
           end-evaluate
           perform write-position-line.

       measure-against-limit.
           if eur-equivalent < 0
               compute eur-magnitude = 0 - eur-equivalent
           else
               move eur-equivalent to eur-magnitude
           end-if
           evaluate true
               when limit-index = 0
                   move "NO-LIMIT" to exposure-status
                   add 1 to no-limit-count
               when lt-ceiling-eur(limit-index) = 0
                   if eur-magnitude = 0
                       move "OK" to exposure-status
                   else
                       move 9999.99 to percent-used
                       move "BREACH" to exposure-status
                       add 1 to hard-count
                   end-if
               when other
                   compute percent-used rounded
                       = eur-magnitude * 100 / lt-ceiling-eur(limit-index)
                       on size error move 9999.99 to percent-used
                   end-compute
                   if percent-used > 9999.99
                       move 9999.99 to percent-used
                   end-if
                   evaluate true
                       when percent-used > lt-hard-percent(limit-index)
                           move "BREACH" to exposure-status
                           add 1 to hard-count
                       when percent-used > lt-warn-percent(limit-index)
                           move "WARN" to exposure-status
                           add 1 to warn-count
                       when other
                           move "OK" to exposure-status
                   end-evaluate
           end-evaluate.

      *> the day's close is the latest quote at or before the run
      *> date - on a weekend or target holiday, the last one
      *> published, as the revaluation settles a period end.
       find-close-rate.
           move 'n' to close-rate-found-flag
           move spaces to close-rate-date
           if rate-master-available
               perform seek-master-close-rate
           else
               move low-values to close-rate-date
               perform find-one-close-rate-entry
                   varying entry-index from 1 by 1
                   until entry-index > rd-entry-count
               if not close-rate-found
                   move spaces to close-rate-date
               end-if
           end-if.

       seek-master-close-rate.
           move leg-currency-code to rm-currency-code
           move run-date-text(1:4) to seek-date-digits-x(1:4)
           move run-date-text(6:2) to seek-date-digits-x(5:2)
           move run-date-text(9:2) to seek-date-digits-x(7:2)
           compute rm-date-complement = 99999999 - seek-date-digits
           start rate-master-file key >= rm-key
               invalid key continue
           end-start
           if rate-master-status = "00"
               read rate-master-file next
                   at end continue
               end-read
               if rate-master-status = "00"
                   and rm-currency-code = leg-currency-code
                   and rm-rate-value not = 0
                   move rm-rate-value to close-rate
                   move rm-as-of-date to close-rate-date
                   move 'y' to close-rate-found-flag
               end-if
           end-if.

       find-one-close-rate-entry.
           if rate-currency-code of rate-record(entry-index)
                   = leg-currency-code
              and rate-as-of-date of rate-record(entry-index)
                   <= run-date-text
              and rate-as-of-date of rate-record(entry-index)
                   > close-rate-date
              and rate-value of rate-record(entry-index) not = 0
               move rate-value of rate-record(entry-index)
                   to close-rate
               move rate-as-of-date of rate-record(entry-index)
                   to close-rate-date
               move 'y' to close-rate-found-flag
           end-if.

       write-report-heading.
           move spaces to report-line
           string "NET OPEN CURRENCY EXPOSURE AGAINST TREASURY LIMITS  "
                   delimited size
               "(RUN DATE " delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "CCY" to report-line(1:3)
           move "NET-POSITION" to report-line(12:12)
           move "CLOSE-RATE" to report-line(31:10)
           move "QUOTE-DATE" to report-line(42:10)
           move "EUR-EQUIVALENT" to report-line(58:14)
           move "LIMIT-EUR" to report-line(83:9)
           move "%USED" to report-line(95:5)
           move "STATUS" to report-line(101:6)
           move "GL-LINES" to report-line(110:8)
           move "BKD-LEGS" to report-line(119:8)
           write report-line.

       write-position-line.
           move spaces to report-line
           move px-currency-code(position-index) to report-line(1:3)
           move net-position-rounded to money-edited
           move money-edited to report-line(5:19)
           if close-rate-found
               move close-rate to rate-edit-field
               move rate-edit-field to report-line(25:16)
               move close-rate-date to report-line(42:10)
               move eur-equivalent to money-edited
               move money-edited to report-line(53:19)
           end-if
           if limit-index > 0
               move lt-ceiling-eur(limit-index) to money-edited
               move money-edited to report-line(73:19)
               if close-rate-found
                   move percent-used to percent-edited
                   move percent-edited to report-line(93:7)
               end-if
           end-if
           move exposure-status to report-line(101:8)
           move px-gl-line-count(position-index) to count-edited
           move count-edited to report-line(110:7)
           move px-booked-leg-count(position-index) to count-edited
           move count-edited to report-line(119:7)
           write report-line.

       write-report-footing.
           move spaces to report-line
           write report-line
           if position-count = 0
               move "  (NONE)" to report-line
               write report-line
               move spaces to report-line
               write report-line
           end-if
           move gl-line-count to count-edited
           move spaces to report-line
           string "GL LINES READ              " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move gl-base-count to count-edited
           move spaces to report-line
           string "  IN EUR, NOT AN EXPOSURE  " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move booking-total to count-edited
           move spaces to report-line
           string "DEALS BOOKED TODAY         " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move booking-on-gl-count to count-edited
           move spaces to report-line
           string "  ALREADY ON THE GL        " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move hard-count to count-edited
           move spaces to report-line
           string "TOTAL BREACH               " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move warn-count to count-edited
           move spaces to report-line
           string "TOTAL WARN                 " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move no-limit-count to count-edited
           move spaces to report-line
           string "TOTAL NO-LIMIT             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move no-quote-count to count-edited
           move spaces to report-line
           string "TOTAL NO-QUOTE             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           if bad-limit-row-count > 0
               move bad-limit-row-count to count-edited
               move spaces to report-line
               string "LIMIT ROWS SKIPPED         " delimited size
                   count-edited delimited size
                   into report-line
               end-string
               write report-line
           end-if.

       end program net-exposure-report.
