      >>source format free
      *> secondary-rate-refresh - first program step of the secondary
      *> rate job (jcl/secrate.jcl), the secondary provider's
      *> counterpart to ecb-rate-refresh. reads the provider's fixed-
      *> column file (see copybooks/secondary-rate-record.cpy) landed
      *> by the ftp step ahead of it, edits it whole, and restages its
      *> firm rates as the same csv the ecb publishes - a "Date" row
      *> of currency codes over one row for the business date - so
      *> the feed check and the master load downstream read it
      *> exactly as they read the ecb's.
      *>
      *> the file is taken whole or not at all: no header first, a
      *> second header, a line dated other than the header's day, a
      *> base other than eur, a rate that is not a positive number, a
      *> currency sent twice, a trailer count that disagrees with the
      *> rate lines received, or no trailer at all each reject it, and
      *> every reason goes on sysout with its line number. a rejected
      *> file stages nothing and ends rc 12. an indicative rate is
      *> left out of the staged feed with a note on sysout - the feed
      *> check then reports the currency missing against the live
      *> generation, the same as a short ecb download.
      *>
      *> PUBCARD says what the night's run is for: "PUBLISH" lets the
      *> staged feed go on to the rate master (rc 0 on a clean file),
      *> "CHECK" - also what a missing, blank or unrecognised card
      *> means - stages and checks it only and ends rc 4, which the
      *> job's cond checks read as "do not load". see jcl/secrate.jcl
      *> for how the steps fit together.
       identification division.
       program-id. secondary-rate-refresh.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select secondary-feed-file assign to "SECFEED"
               organization line sequential
               file status is secondary-feed-status.
           select publish-card-file assign to "PUBCARD"
               organization line sequential
               file status is publish-card-status.
           select rate-stage-file assign to "RATESTAGE"
               organization line sequential.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  secondary-feed-file.
           copy "secondary-rate-record.cpy".

       fd  publish-card-file.
       01 publish-card-line             pic x(20).

       fd  rate-stage-file.
       01 rate-stage-line               pic x(512).

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 secondary-feed-status         pic xx.
       01 publish-card-status           pic xx.

       01 feed-eof-flag                 pic x value 'n'.
           88 feed-eof                      value 'y'.
       01 publish-card-text             pic x(20) value spaces.
       01 publish-flag                  pic x value 'n'.
           88 publish-requested             value 'y'.

       01 header-seen-flag              pic x value 'n'.
           88 header-seen                   value 'y'.
       01 trailer-seen-flag             pic x value 'n'.
           88 trailer-seen                  value 'y'.
       01 file-rejected-flag            pic x value 'n'.
           88 file-rejected                 value 'y'.
       01 reject-reason-text            pic x(60).

       01 provider-id                   pic x(8) value spaces.
       01 business-date-digits          pic 9(8).
       01 business-date-digits-x redefines business-date-digits
               pic x(8).
       01 trailer-line-count            pic 9(7) value 0.

       01 record-read-count             pic 9(7) comp value 0.
       01 rate-line-count               pic 9(7) comp value 0.
       01 indicative-count              pic 9(7) comp value 0.
       01 reject-count                  pic 9(7) comp value 0.
       01 line-number-edited            pic zzzzzz9.

      *> the firm rates, in file order - sized to csv-ecb-rates' own
      *> 40-column ceiling, since every consumer of the staged feed
      *> parses it through csv-ecb-rates.
       01 firm-rate-capacity            pic 9(3) comp value 40.
       01 firm-rate-count               pic 9(3) comp value 0.
       01 firm-rate-table occurs 40 times.
           05 fr-currency-code          pic x(3).
           05 fr-mid-rate               pic 9(5)v9(9).
       01 firm-index                    pic 9(3) comp.
       01 duplicate-flag                pic x value 'n'.
           88 duplicate-currency            value 'y'.

      *> the ecb dates its rows "14 Oct 2026" - the staged feed has to
      *> match, since csv-ecb-rates reads no other shape.
       01 month-name-text               pic x(36) value
           "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 month-name-table redefines month-name-text.
           05 month-name                pic x(3) occurs 12 times.
       01 month-number                  pic 9(2).
       01 feed-date-text                pic x(11).

       01 stage-heading-text            pic x(512).
       01 stage-rate-text               pic x(512).
       01 stage-pos                     pic 9(4) comp.
       01 stage-overflow-flag           pic x value 'n'.
           88 stage-overflowed              value 'y'.
       01 rate-edited                   pic z(4)9.9(9).
       01 rate-text                     pic x(16).
       01 rate-text-length              pic 9(2) comp.
       01 staged-line-count             pic 9(5) comp value 0.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       secondary-rate-refresh-main.
           perform load-publish-card
           open input secondary-feed-file
           if secondary-feed-status not = "00"
               display "secondary-rate-refresh: provider file would not "
                   "open, status " secondary-feed-status
                   " - nothing staged"
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           read secondary-feed-file
               at end move 'y' to feed-eof-flag
           end-read
           perform edit-one-provider-line until feed-eof
           close secondary-feed-file
           perform check-file-complete
           if not file-rejected
               perform build-stage-lines
           end-if
           if file-rejected
               display "secondary-rate-refresh: provider file rejected, "
                   reject-count " reason(s) - nothing staged"
               move 12 to return-code
           else
               perform write-stage-file
               display "secondary-rate-refresh: " provider-id " "
                   feed-date-text " staged " firm-rate-count
                   " currencies, " indicative-count " indicative left out"
               if publish-requested
                   move 0 to return-code
               else
                   display "secondary-rate-refresh: check only - "
                       "PUBCARD does not say PUBLISH, master not loaded"
                   move 4 to return-code
               end-if
           end-if
           perform write-run-control
           goback.

      *> anything but "PUBLISH" is a check-only run - loading the
      *> master is the one outcome that must have been asked for.
       load-publish-card.
           open input publish-card-file
           if publish-card-status = "00"
               read publish-card-file
                   at end move spaces to publish-card-line
               end-read
               move function upper-case(function trim(publish-card-line))
                   to publish-card-text
               close publish-card-file
           end-if
           evaluate publish-card-text
               when "PUBLISH"
                   move 'y' to publish-flag
               when "CHECK"
               when spaces
                   continue
               when other
                   display "secondary-rate-refresh: publish card """
                       function trim(publish-card-text)
                       """ not understood - check only"
           end-evaluate.

       edit-one-provider-line.
           add 1 to record-read-count
           evaluate true
               when sf-header-line
                   perform edit-header-line
               when sf-rate-line
                   perform edit-rate-line
               when sf-trailer-line
                   perform edit-trailer-line
               when other
                   move "UNKNOWN RECORD TYPE" to reject-reason-text
                   perform reject-provider-line
           end-evaluate
           read secondary-feed-file
               at end move 'y' to feed-eof-flag
           end-read.

       edit-header-line.
           if header-seen
               move "SECOND HEADER" to reject-reason-text
               perform reject-provider-line
           else
               move 'y' to header-seen-flag
               move sf-provider-id to provider-id
               if sf-business-date is not numeric
                   move "HEADER BUSINESS DATE NOT NUMERIC"
                       to reject-reason-text
                   perform reject-provider-line
               else
                   move sf-business-date to business-date-digits-x
                   if function test-date-yyyymmdd(business-date-digits)
                           not = 0
                       move "HEADER BUSINESS DATE NOT A DATE"
                           to reject-reason-text
                       perform reject-provider-line
                   end-if
               end-if
           end-if.

      *> a rate line is only edited against the header it belongs to;
      *> one that arrives before any header or after the trailer
      *> cannot be placed and rejects the file.
       edit-rate-line.
           add 1 to rate-line-count
           evaluate true
               when not header-seen
                   move "RATE LINE BEFORE HEADER" to reject-reason-text
                   perform reject-provider-line
               when trailer-seen
                   move "RATE LINE AFTER TRAILER" to reject-reason-text
                   perform reject-provider-line
               when sf-business-date not = business-date-digits-x
                   move "RATE LINE DATED OFF THE HEADER'S DAY"
                       to reject-reason-text
                   perform reject-provider-line
               when sf-base-currency not = "EUR"
                   move "BASE CURRENCY NOT EUR" to reject-reason-text
                   perform reject-provider-line
               when sf-currency-code is not alphabetic-upper
                   or sf-currency-code = spaces
                   or sf-currency-code = "EUR"
                   move "CURRENCY CODE NOT VALID" to reject-reason-text
                   perform reject-provider-line
               when sf-mid-rate is not numeric
                   move "MID RATE NOT NUMERIC" to reject-reason-text
                   perform reject-provider-line
               when sf-mid-rate = 0
                   move "MID RATE ZERO" to reject-reason-text
                   perform reject-provider-line
               when sf-rate-indicative
                   add 1 to indicative-count
                   display "secondary-rate-refresh: " sf-currency-code
                       " indicative only - left out of the staged feed"
               when not sf-rate-firm
                   move "RATE STATUS NOT F OR I" to reject-reason-text
                   perform reject-provider-line
               when other
                   perform keep-firm-rate
           end-evaluate.

       keep-firm-rate.
           move 'n' to duplicate-flag
           perform match-one-firm-rate
               varying firm-index from 1 by 1
               until firm-index > firm-rate-count
                  or duplicate-currency
           evaluate true
               when duplicate-currency
                   move "CURRENCY SENT TWICE" to reject-reason-text
                   perform reject-provider-line
               when firm-rate-count >= firm-rate-capacity
                   move "MORE CURRENCIES THAN THE RATE FEED CARRIES"
                       to reject-reason-text
                   perform reject-provider-line
               when other
                   add 1 to firm-rate-count
                   move sf-currency-code
                       to fr-currency-code(firm-rate-count)
                   move sf-mid-rate to fr-mid-rate(firm-rate-count)
           end-evaluate.

       match-one-firm-rate.
           if fr-currency-code(firm-index) = sf-currency-code
               move 'y' to duplicate-flag
           end-if.

       edit-trailer-line.
           evaluate true
               when trailer-seen
                   move "SECOND TRAILER" to reject-reason-text
                   perform reject-provider-line
               when not header-seen
                   move "TRAILER BEFORE HEADER" to reject-reason-text
                   perform reject-provider-line
               when sf-line-count is not numeric
                   move 'y' to trailer-seen-flag
                   move "TRAILER COUNT NOT NUMERIC" to reject-reason-text
                   perform reject-provider-line
               when other
                   move 'y' to trailer-seen-flag
                   move sf-line-count to trailer-line-count
           end-evaluate.

       reject-provider-line.
           move 'y' to file-rejected-flag
           add 1 to reject-count
           move record-read-count to line-number-edited
           display "secondary-rate-refresh: line "
               function trim(line-number-edited) " - "
               function trim(reject-reason-text).

       reject-provider-file.
           move 'y' to file-rejected-flag
           add 1 to reject-count
           display "secondary-rate-refresh: file - "
               function trim(reject-reason-text).

      *> the trailer is the provider's own count of what it sent, so a
      *> file cut short in transfer shows here even when every line
      *> that did arrive edited clean.
       check-file-complete.
           evaluate true
               when not header-seen
                   move "NO HEADER" to reject-reason-text
                   perform reject-provider-file
               when not trailer-seen
                   move "NO TRAILER - FILE INCOMPLETE"
                       to reject-reason-text
                   perform reject-provider-file
               when trailer-line-count not = rate-line-count
                   move "TRAILER COUNT DISAGREES WITH RATE LINES"
                       to reject-reason-text
                   perform reject-provider-file
               when firm-rate-count = 0
                   move "NO FIRM RATES" to reject-reason-text
                   perform reject-provider-file
           end-evaluate.

      *> two lines - the currency row and the business day's rates -
      *> built in full before anything is written, so a feed too wide
      *> for the staging record rejects the file instead of staging
      *> half a row, and a rejected file leaves RATESTAGE unwritten.
       build-stage-lines.
           move business-date-digits-x(5:2) to month-number
           move spaces to feed-date-text
           string business-date-digits-x(7:2) delimited size
               " " delimited size
               month-name(month-number) delimited size
               " " delimited size
               business-date-digits-x(1:4) delimited size
               into feed-date-text
           end-string
           move spaces to stage-heading-text
           move 1 to stage-pos
           string "Date, " delimited size
               into stage-heading-text with pointer stage-pos
           end-string
           perform append-one-currency-heading
               varying firm-index from 1 by 1
               until firm-index > firm-rate-count
           move spaces to stage-rate-text
           move 1 to stage-pos
           string feed-date-text delimited size
               ", " delimited size
               into stage-rate-text with pointer stage-pos
           end-string
           perform append-one-rate-value
               varying firm-index from 1 by 1
               until firm-index > firm-rate-count
           if stage-overflowed
               move "RATES TOO WIDE FOR THE STAGING RECORD"
                   to reject-reason-text
               perform reject-provider-file
           end-if.

       append-one-currency-heading.
           string fr-currency-code(firm-index) delimited size
               ", " delimited size
               into stage-heading-text with pointer stage-pos
               on overflow move 'y' to stage-overflow-flag
           end-string.

      *> trailing zeros off the nine decimals, so a row of forty
      *> rates still fits the ecb's 512-byte record.
       append-one-rate-value.
           move fr-mid-rate(firm-index) to rate-edited
           move function trim(rate-edited) to rate-text
           move function length(function trim(rate-edited))
               to rate-text-length
           perform drop-one-trailing-zero
               until rate-text(rate-text-length:1) not = "0"
                  or rate-text(rate-text-length - 1:1) = "."
           string rate-text(1:rate-text-length) delimited size
               ", " delimited size
               into stage-rate-text with pointer stage-pos
               on overflow move 'y' to stage-overflow-flag
           end-string.

       drop-one-trailing-zero.
           move space to rate-text(rate-text-length:1)
           subtract 1 from rate-text-length.

       write-stage-file.
           open output rate-stage-file
           move stage-heading-text to rate-stage-line
           write rate-stage-line
           move stage-rate-text to rate-stage-line
           write rate-stage-line
           close rate-stage-file
           move 2 to staged-line-count.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "SECRATE" to rn-job-name
           move "CONVERT" to rn-step-name
           move "SECRLOAD" to rn-program-name
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
           move rate-line-count to rn-records-in
           if not file-rejected
               move firm-rate-count to rn-records-out
           end-if
           move reject-count to rn-records-rejected
           move indicative-count to rn-control-total-1
           move staged-line-count to rn-control-total-2
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "secondary-rate-refresh: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program secondary-rate-refresh.
