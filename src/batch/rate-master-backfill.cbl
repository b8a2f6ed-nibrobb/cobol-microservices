      >>source format free
      *> rate-master-backfill - loads the keyed rate master (see
      *> copybooks/rate-master-record.cpy) straight from the ecb's
      *> full-history csv, for the date range on BKFLCARD. it is the
      *> rebuild after a lost cluster and the way rates from before
      *> the master went live come back for an old dispute or a
      *> prior-year revaluation - rate-master-load cannot do either,
      *> since it goes through csv-ecb-rates and the 500-entry
      *> rate-dataset, and the history file runs to thousands of
      *> dates times thirty-odd currencies. this step never holds
      *> more than one line of the file: each line is split, each
      *> rate in range is read against the master by key, and the
      *> master record written, left alone, or rewritten there and
      *> then.
      *>
      *> the card is "yyyy-mm-dd yyyy-mm-dd", the inclusive from and
      *> to dates, optionally followed by "REPLACE". a date not on
      *> the master is added. a date already there with the same
      *> value is counted as matching. a date there with a different
      *> value is listed and left as it is - the master may carry a
      *> correction (see batch/rate-correction.cbl) the history file
      *> never saw - unless the card says REPLACE, when the file's
      *> value is written over it. the file's dates may be iso
      *> "2024-05-06" (the ecb's download) or "06 May 2024" (the
      *> daily feed's shape); "N/A" and empty cells are the ecb's way
      *> of saying no quote that day and are skipped, and any other
      *> cell that is not a number is counted as bad. whatever the
      *> step writes or rewrites is an ecb quote, and is stamped
      *> "ECB" in rm-rate-source. a date the master holds off the
      *> secondary provider's feed is always rewritten with the
      *> file's ecb value, whatever the card says and even when the
      *> two agree - the same ecb-wins rule rate-master-load keeps -
      *> and counted as replaced; REPLACE only governs an ecb value
      *> that differs.
      *>
      *> BKFLRPT lists every differing value, then one line per
      *> currency: dates added, present and matching, present and
      *> different, replaced (secondary quotes included), and bad
      *> cells. return code 0 is a clean
      *> load, 4 means differing values were kept or bad cells
      *> skipped, 12 means the card is missing or malformed, a file
      *> would not open, or nothing in the file fell in the range.
      *> see jcl/ratebkfl.jcl.
       identification division.
       program-id. rate-master-backfill.

       environment division.
       configuration section.
       repository.
           function substr-pos
           function all intrinsic.

       input-output section.
       file-control.
           select history-feed-file assign to "HISTFEED"
               organization line sequential
               file status is history-feed-status.
           select backfill-card-file assign to "BKFLCARD"
               organization line sequential
               file status is backfill-card-status.
           select rate-master-file assign to "RATEMSTR"
               organization indexed
               access dynamic
               record key rm-key
               file status is rate-master-status.
           select report-file assign to "BKFLRPT"
               organization line sequential.

       data division.
       file section.
       fd  history-feed-file.
       01 history-feed-line             pic x(1024).

       fd  backfill-card-file.
       01 backfill-card-line            pic x(40).

       fd  rate-master-file.
           copy "rate-master-record.cpy".

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
       01 history-feed-status           pic xx.
       01 backfill-card-status          pic xx.
       01 rate-master-status            pic xx.

       01 history-eof-flag              pic x value 'n'.
           88 history-eof                   value 'y'.
       01 header-seen-flag              pic x value 'n'.
           88 header-seen                   value 'y'.

      *> the card - both dates are required; a rebuild has no
      *> sensible default range.
       01 card-eof-flag                 pic x value 'n'.
           88 card-eof                      value 'y'.
       01 card-valid-flag               pic x value 'n'.
           88 card-is-valid                 value 'y'.
       01 card-work-text                pic x(40).
       01 range-from-date               pic x(10).
       01 range-to-date                 pic x(10).
       01 replace-flag                  pic x value 'n'.
           88 replace-requested             value 'y'.
       01 date-under-test               pic x(10).
       01 date-digits                   pic 9(8).
       01 date-digits-x redefines date-digits pic x(8).
       01 date-shape-flag               pic x value 'y'.
           88 date-shape-is-valid           value 'y'.

      *> one line of the file split on commas. the full-history
      *> file carries every currency the ecb has ever quoted, the
      *> discontinued ones included - around forty columns - so the
      *> table has headroom well past that.
       01 line-text                     pic x(1024).
       01 line-length                   pic 9(9) comp.
       01 field-table-capacity          pic 9(3) comp value 80.
       01 field-table occurs 80 times   pic x(20).
       01 field-count                   pic 9(3) comp.
       01 field-start                   pic 9(9) comp.
       01 field-remaining               pic 9(9) comp.
       01 field-length                  pic 9(9) comp.
       01 comma-rel-pos                 pic 9(9) comp.
       01 field-index                   pic 9(3) comp.

      *> the header's currency codes, in column order, each with the
      *> counts the summary prints.
       01 currency-count                pic 9(3) comp value 0.
       01 currency-table occurs 80 times.
           05 bc-currency-code          pic x(3).
           05 bc-added-count            pic 9(7) comp.
           05 bc-matching-count         pic 9(7) comp.
           05 bc-different-count        pic 9(7) comp.
           05 bc-replaced-count         pic 9(7) comp.
           05 bc-bad-count              pic 9(7) comp.
       01 currency-index                pic 9(3) comp.

       01 raw-date-text                 pic x(20).
       01 iso-date-text                 pic x(10).
       01 month-name-text               pic x(3).
       01 month-number-text             pic x(2).
       01 month-index                   pic 9(2) comp.
       01 month-lookup-text             pic x(60) value
           "Jan01Feb02Mar03Apr04May05Jun06Jul07Aug08Sep09Oct10Nov11Dec12".
       01 month-lookup-table redefines month-lookup-text
               occurs 12 times.
           05 ml-name                   pic x(3).
           05 ml-number                 pic x(2).

       01 cell-text                     pic x(20).
       01 cell-rate-value               pic s9(5)v9(9) comp-3.
       01 master-rate-value             pic s9(5)v9(9) comp-3.

       01 line-count                    pic 9(7) comp value 0.
       01 in-range-line-count           pic 9(7) comp value 0.
       01 bad-date-count                pic 9(7) comp value 0.
       01 added-total                   pic 9(7) comp value 0.
       01 matching-total                pic 9(7) comp value 0.
       01 different-total               pic 9(7) comp value 0.
       01 replaced-total                pic 9(7) comp value 0.
       01 secondary-replaced-total      pic 9(7) comp value 0.
       01 bad-total                     pic 9(7) comp value 0.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).

       01 rate-edit-field               pic -zzzz9.9(9).
       01 master-rate-text              pic x(20).
       01 file-rate-text                pic x(20).
       01 count-edited                  pic zzzzzz9.
       01 added-edited                  pic zzzzzz9.
       01 matching-edited               pic zzzzzz9.
       01 different-edited              pic zzzzzz9.
       01 replaced-edited               pic zzzzzz9.
       01 bad-edited                    pic zzzzzz9.

       procedure division.
       rate-master-backfill-main.
           move function current-date to current-date-text
           move spaces to run-date-text
           string
               current-date-text(1:4) delimited size
               "-" delimited size
               current-date-text(5:2) delimited size
               "-" delimited size
               current-date-text(7:2) delimited size
               into run-date-text
           perform load-backfill-card
           if not card-is-valid
               display "rate-master-backfill: bkflcard missing or not "
                   "two yyyy-mm-dd dates in order - nothing loaded"
               move 12 to return-code
               goback
           end-if
           open input history-feed-file
           if history-feed-status not = "00"
               display "rate-master-backfill: history file would not "
                   "open, status " history-feed-status
               move 12 to return-code
               goback
           end-if
           perform open-rate-master
           if rate-master-status not = "00"
               display "rate-master-backfill: rate master would not "
                   "open, status " rate-master-status
               close history-feed-file
               move 12 to return-code
               goback
           end-if
           open output report-file
           perform write-report-heading
           read history-feed-file
               at end move 'y' to history-eof-flag
           end-read
           perform process-one-history-line until history-eof
           close history-feed-file
           close rate-master-file
           if different-total = 0
               move "  (NONE)" to report-line
               write report-line
           end-if
           perform write-currency-summary
           perform write-report-footing
           close report-file
           display "rate-master-backfill: " line-count " lines, "
               in-range-line-count " in range, " added-total " added, "
               matching-total " matching, " different-total
               " different, " replaced-total " replaced ("
               secondary-replaced-total " secondary), "
               bad-total " bad cells"
           evaluate true
               when in-range-line-count = 0
                   display "rate-master-backfill: no date in the file "
                       "falls between " range-from-date " and "
                       range-to-date
                   move 12 to return-code
               when bad-total > 0
                   or bad-date-count > 0
                   or different-total + secondary-replaced-total
                       > replaced-total
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *> "yyyy-mm-dd yyyy-mm-dd" with "REPLACE" after it when the
      *> file's value is to win over a different one on the master.
       load-backfill-card.
           move 'n' to card-valid-flag
           open input backfill-card-file
           if backfill-card-status = "00"
               read backfill-card-file
                   at end move 'y' to card-eof-flag
               end-read
               if not card-eof
                   move function trim(backfill-card-line)
                       to card-work-text
                   move card-work-text(1:10) to range-from-date
                   move card-work-text(12:10) to range-to-date
                   if card-work-text(23:7) = "REPLACE"
                       move 'y' to replace-flag
                   end-if
                   move 'y' to card-valid-flag
                   if card-work-text(11:1) not = space
                       move 'n' to card-valid-flag
                   end-if
                   move range-from-date to date-under-test
                   perform check-date-shape
                   if not date-shape-is-valid
                       move 'n' to card-valid-flag
                   end-if
                   move range-to-date to date-under-test
                   perform check-date-shape
                   if not date-shape-is-valid
                       move 'n' to card-valid-flag
                   end-if
                   if range-from-date > range-to-date
                       move 'n' to card-valid-flag
                   end-if
               end-if
               close backfill-card-file
           end-if.

       check-date-shape.
           move 'y' to date-shape-flag
           move date-under-test(1:4) to date-digits-x(1:4)
           move date-under-test(6:2) to date-digits-x(5:2)
           move date-under-test(9:2) to date-digits-x(7:2)
           if date-under-test(5:1) not = "-"
               or date-under-test(8:1) not = "-"
               or date-digits-x not numeric
               move 'n' to date-shape-flag
           else
               if function test-date-yyyymmdd(date-digits) not = 0
                   move 'n' to date-shape-flag
               end-if
           end-if.

      *> a lost cluster is redefined empty before the rebuild, and
      *> "35" is the only status output is safe for - anything else
      *> is a master with history on it that this step must not
      *> empty. the empty master is closed again and reopened i-o,
      *> since every rate is read by key before it is written.
       open-rate-master.
           open i-o rate-master-file
           if rate-master-status = "35"
               open output rate-master-file
               if rate-master-status = "00"
                   close rate-master-file
                   open i-o rate-master-file
               end-if
           end-if.

       process-one-history-line.
           move function length(function trim(history-feed-line
                   trailing))
               to line-length
           if history-feed-line not = spaces
               add 1 to line-count
               move history-feed-line to line-text
               perform split-line-into-fields
               if not header-seen
                   perform collect-header-currencies
                   move 'y' to header-seen-flag
               else
                   if field-count > 1
                       perform process-one-dated-line
                   end-if
               end-if
           end-if
           read history-feed-file
               at end move 'y' to history-eof-flag
           end-read.

       split-line-into-fields.
           move 0 to field-count
           move 1 to field-start
           perform extract-one-field
               until field-start > line-length.

      *> columns past the table's capacity are dropped, and field-
      *> count is pinned there, so no later loop indexes past it.
       extract-one-field.
           compute field-remaining = line-length - field-start + 1
           move function substr-pos
               (line-text(field-start:field-remaining), ",")
               to comma-rel-pos
           if comma-rel-pos = 0
               move field-remaining to field-length
           else
               compute field-length = comma-rel-pos - 1
           end-if
           if field-count < field-table-capacity
               add 1 to field-count
               if field-length > 0
                   move function trim
                           (line-text(field-start:field-length))
                       to field-table(field-count)
               else
                   move spaces to field-table(field-count)
               end-if
           end-if
           if comma-rel-pos = 0
               compute field-start = line-length + 1
           else
               compute field-start = field-start + comma-rel-pos
           end-if.

      *> the ecb's file ends every line with a comma, so the last
      *> header column is empty; its slot is kept blank so column
      *> numbers still line up with the data lines.
       collect-header-currencies.
           move 0 to currency-count
           perform collect-one-header-currency
               varying field-index from 2 by 1
               until field-index > field-count.

       collect-one-header-currency.
           add 1 to currency-count
           move function upper-case(field-table(field-index))
               to bc-currency-code(currency-count)
           move 0 to bc-added-count(currency-count)
           move 0 to bc-matching-count(currency-count)
           move 0 to bc-different-count(currency-count)
           move 0 to bc-replaced-count(currency-count)
           move 0 to bc-bad-count(currency-count).

       process-one-dated-line.
           move field-table(1) to raw-date-text
           perform parse-history-date
           move iso-date-text to date-under-test
           perform check-date-shape
           if not date-shape-is-valid
               add 1 to bad-date-count
               display "rate-master-backfill: line " line-count
                   " date not readable - " raw-date-text
           else
               if iso-date-text >= range-from-date
                   and iso-date-text <= range-to-date
                   add 1 to in-range-line-count
                   perform load-one-history-cell
                       varying field-index from 2 by 1
                       until field-index > field-count
                          or field-index - 1 > currency-count
               end-if
           end-if.

      *> "2024-05-06" passes straight through; "06 May 2024" is
      *> reshaped the way csv-ecb-rates reshapes the daily feed.
       parse-history-date.
           if raw-date-text(5:1) = "-"
               move raw-date-text(1:10) to iso-date-text
           else
               move '00' to month-number-text
               move raw-date-text(4:3) to month-name-text
               perform match-one-month-name
                   varying month-index from 1 by 1
                   until month-index > 12
                      or month-number-text not = '00'
               move spaces to iso-date-text
               string raw-date-text(8:4) delimited size
                      "-" delimited size
                      month-number-text delimited size
                      "-" delimited size
                      raw-date-text(1:2) delimited size
                   into iso-date-text
           end-if.

       match-one-month-name.
           if ml-name(month-index) = month-name-text
               move ml-number(month-index) to month-number-text
           end-if.

       load-one-history-cell.
           move field-index to currency-index
           subtract 1 from currency-index
           move field-table(field-index) to cell-text
           evaluate true
               when bc-currency-code(currency-index) = spaces
                   continue
               when cell-text = spaces
                   or function upper-case(cell-text) = "N/A"
                   continue
               when function test-numval(cell-text) not = 0
                   add 1 to bc-bad-count(currency-index)
                   add 1 to bad-total
               when other
                   move function numval(cell-text) to cell-rate-value
                   perform apply-one-history-rate
           end-evaluate.

      *> read by key first - the master is the record of what the
      *> service quoted, so an ecb value it already holds is
      *> compared, not blindly written over. a secondary quote is
      *> only ever a stand-in for the ecb's, so it is not compared.
       apply-one-history-rate.
           move bc-currency-code(currency-index) to rm-currency-code
           compute rm-date-complement = 99999999 - date-digits
           read rate-master-file
               invalid key continue
           end-read
           if rate-master-status not = "00"
               move bc-currency-code(currency-index)
                   to rm-currency-code
               compute rm-date-complement = 99999999 - date-digits
               move iso-date-text to rm-as-of-date
               move cell-rate-value to rm-rate-value
               move "ECB" to rm-rate-source
               write rate-master-record
                   invalid key
                       display "rate-master-backfill: "
                           rm-currency-code " " iso-date-text
                           " not written, status " rate-master-status
                   not invalid key
                       add 1 to bc-added-count(currency-index)
                       add 1 to added-total
               end-write
           else
               move rm-rate-value to master-rate-value
               evaluate true
                   when rm-source-secondary
                       perform replace-secondary-quote
                   when master-rate-value = cell-rate-value
                       add 1 to bc-matching-count(currency-index)
                       add 1 to matching-total
                   when other
                       add 1 to bc-different-count(currency-index)
                       add 1 to different-total
                       if replace-requested
                           move cell-rate-value to rm-rate-value
                           move "ECB" to rm-rate-source
                           rewrite rate-master-record
                               invalid key
                                   display "rate-master-backfill: "
                                       rm-currency-code " " iso-date-text
                                       " not rewritten, status "
                                       rate-master-status
                               not invalid key
                                   add 1 to bc-replaced-count
                                       (currency-index)
                                   add 1 to replaced-total
                           end-rewrite
                       end-if
                       perform write-different-line
               end-evaluate
           end-if.

       replace-secondary-quote.
           move cell-rate-value to rm-rate-value
           move "ECB" to rm-rate-source
           rewrite rate-master-record
               invalid key
                   display "rate-master-backfill: "
                       rm-currency-code " " iso-date-text
                       " secondary quote not rewritten, status "
                       rate-master-status
               not invalid key
                   add 1 to bc-replaced-count(currency-index)
                   add 1 to replaced-total
                   add 1 to secondary-replaced-total
           end-rewrite.

       write-report-heading.
           move spaces to report-line
           string "RATE MASTER BACKFILL " delimited size
               range-from-date delimited size
               " TO " delimited size
               range-to-date delimited size
               "  (RUN DATE " delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           if replace-requested
               move "DIFFERING VALUES ARE REPLACED BY THE FILE'S"
                   to report-line
           else
               move "DIFFERING VALUES ARE KEPT AS THE MASTER HOLDS THEM"
                   to report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line
           move "VALUES PRESENT ON THE MASTER WITH A DIFFERENT RATE"
               to report-line
           write report-line
           move "CCY  AS-OF            MASTER-RATE           FILE-RATE  ACTION"
               to report-line
           write report-line.

       write-different-line.
           move master-rate-value to rate-edit-field
           move rate-edit-field to master-rate-text
           move cell-rate-value to rate-edit-field
           move rate-edit-field to file-rate-text
           move spaces to report-line
           move bc-currency-code(currency-index) to report-line(1:3)
           move iso-date-text to report-line(6:10)
           move master-rate-text to report-line(19:16)
           move file-rate-text to report-line(39:16)
           if replace-requested
               move "REPLACED" to report-line(57:8)
           else
               move "KEPT" to report-line(57:4)
           end-if
           write report-line.

       write-currency-summary.
           move spaces to report-line
           write report-line
           move "PER CURRENCY" to report-line
           write report-line
           move "CCY      ADDED  MATCHING  DIFFERENT  REPLACED       BAD"
               to report-line
           write report-line
           perform write-one-currency-summary
               varying currency-index from 1 by 1
               until currency-index > currency-count.

       write-one-currency-summary.
           if bc-currency-code(currency-index) not = spaces
               move bc-added-count(currency-index) to added-edited
               move bc-matching-count(currency-index)
                   to matching-edited
               move bc-different-count(currency-index)
                   to different-edited
               move bc-replaced-count(currency-index)
                   to replaced-edited
               move bc-bad-count(currency-index) to bad-edited
               move spaces to report-line
               string
                   bc-currency-code(currency-index) delimited size
                   "  " delimited size
                   added-edited delimited size
                   "   " delimited size
                   matching-edited delimited size
                   "    " delimited size
                   different-edited delimited size
                   "   " delimited size
                   replaced-edited delimited size
                   "   " delimited size
                   bad-edited delimited size
                   into report-line
               end-string
               write report-line
           end-if.

       write-report-footing.
           move spaces to report-line
           write report-line
           move in-range-line-count to count-edited
           move spaces to report-line
           string "DATES IN RANGE             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move added-total to count-edited
           move spaces to report-line
           string "TOTAL ADDED                " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move matching-total to count-edited
           move spaces to report-line
           string "TOTAL MATCHING             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move different-total to count-edited
           move spaces to report-line
           string "TOTAL DIFFERENT            " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move replaced-total to count-edited
           move spaces to report-line
           string "TOTAL REPLACED             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           if secondary-replaced-total > 0
               move secondary-replaced-total to count-edited
               move spaces to report-line
               string "  OF WHICH SECONDARY QUOTES" delimited size
                   count-edited delimited size
                   into report-line
               end-string
               write report-line
           end-if
           if bad-total > 0 or bad-date-count > 0
               compute count-edited = bad-total + bad-date-count
               move spaces to report-line
               string "BAD CELLS AND DATES        " delimited size
                   count-edited delimited size
                   into report-line
               end-string
               write report-line
           end-if.

       end program rate-master-backfill.
