      *> run-control-record.cpy
      *> one line of the shared run-control ledger (the RUNCTL dd,
      *> one ps dataset every nightly step extends) - which job and
      *> step ran, when, what it read, wrote and rejected, and the
      *> return code it ended with. batch/run-control-balance.cbl
      *> reads the ledger at the end of the night and proves the
      *> cross-step totals from it, so a step that quietly drops or
      *> doubles records shows up the same night rather than at
      *> month end. each step writes its line as it ends, fatal
      *> endings included; a ledger that will not open is said on
      *> sysout and never fails the step itself.
      *>
      *> records in, out and rejected are each step's own natural
      *> counts. the control totals carry whatever else a balancing
      *> check needs from the step, zero where unused:
      *>   ECBRLOAD  in feed lines, out lines staged; total 1 the
      *>             currency/date entries the feed parsed to.
      *>   SECRLOAD  in provider rate lines, out firm currencies
      *>             staged (0 when the file is rejected), rejected
      *>             edit failures; total 1 indicative rates left out,
      *>             total 2 lines staged.
      *>   RATECHK   in candidate currencies, out the same checked,
      *>             rejected hard breaches; total 1 warnings, total 2
      *>             the previous generation's currencies.
      *>   RATEMLOD  in feed entries, out added, rejected entries kept
      *>             because ecb already published them (secondary
      *>             loads only, else 0); total 1 currencies, total 2
      *>             as-of dates, total 3 entries replaced (already on
      *>             the master).
      *> RATECHK and RATEMLOD write under job SECRATE rather than
      *> ECBRATE when their SRCCARD says SECONDARY.
      *>   RATEPURG  in master records read, out deleted; total 1
      *>             currencies, total 2 records kept.
      *>   RATEWTCH  in orders read, out orders triggered, rejected
      *>             orders refused on the currency master; total 1
      *>             orders expired, total 2 orders left open.
      *>   AUDITCUT  in live records read, out records archived (the
      *>             two are the same - every record read is written);
      *>             total 1 the records caught on the second pass.
      *>   AUDITRPT  in archive records read; total 1 bookings (the
      *>             "BOOKED" records).
      *>   GLPOST    in deals read, out gl lines written, rejected
      *>             cross deals kept off the feed; total 1 deals
      *>             handled tonight (posted or skipped), total 2
      *>             deals posted on an earlier night.
      *>   GLEDIT    in raw extract lines, out clean, rejected.
      *>   RATERECN  in gl lines checked, out report lines (one per
      *>             line checked), rejected lines over tolerance;
      *>             total 1 lines matched to booked deals, total 2
      *>             new breaks. a restart under RECONRST carries the
      *>             abended run's counts forward.
      *>   CONEDIT   in contract rows, out clean, rejected; total 1
      *>             contracts expiring within 30 days.
      *>   CONMLOD   in clean rows read, out master records written,
      *>             rejected duplicate keys dropped.
       01 run-control-record.
           05 rn-job-name              pic x(8).
           05 rn-step-name             pic x(8).
           05 rn-program-name          pic x(8).
           05 rn-run-date              pic x(10).
           05 rn-run-time              pic x(8).
           05 rn-records-in            pic 9(9).
           05 rn-records-out           pic 9(9).
           05 rn-records-rejected      pic 9(9).
           05 rn-return-code           pic 9(4).
           05 rn-control-total-1       pic 9(9).
           05 rn-control-total-2       pic 9(9).
           05 rn-control-total-3       pic 9(9).
