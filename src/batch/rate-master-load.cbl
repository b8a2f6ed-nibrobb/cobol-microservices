      *> couple of weeks. a date already loaded is rewritten in place,
      *> so rerunning the step after a fixed feed is safe. see
      *> jcl/ecbrate.jcl for where this sits in the nightly job.
      *>
      *> SRCCARD names the feed being loaded and is stamped on every
      *> record as rm-rate-source: "ECB" (also what a missing or
      *> blank card means - ecbrate carries none) or "SECONDARY",
      *> the secondary provider's file staged in the same csv shape
      *> by secondary-rate-refresh (see jcl/secrate.jcl). an ecb
      *> load rewrites any date already loaded, a secondary quote
      *> included. a secondary load rewrites only a secondary quote
      *> and leaves a date ecb already published alone, counting it
      *> as kept - so the secondary feed can only fill a night the
      *> ecb path did not publish, never overwrite one it did. any
      *> other card value fails the step before the master is opened.
       identification division.
       program-id. rate-master-load.

               access dynamic
               record key rm-key
               file status is rate-master-status.
           select source-card-file assign to "SRCCARD"
               organization line sequential
               file status is source-card-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  rate-master-file.
           copy "rate-master-record.cpy".

       fd  source-card-file.
       01 source-card-line              pic x(20).

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
           copy "rate-dataset.cpy".

       01 entry-date-digits-x redefines entry-date-digits pic x(8).
       01 added-count                   pic 9(5) comp value 0.
       01 replaced-count                pic 9(5) comp value 0.
       01 kept-count                    pic 9(5) comp value 0.

       01 source-card-status            pic xx.
       01 feed-source-code              pic x(10) value "ECB".
           88 ecb-load                      value "ECB".
           88 secondary-load                value "SECONDARY".
       01 staged-master-record          pic x(39).

      *> the feed's shape for the run-control ledger - every entry
      *> should land on the master, one per currency per date.
       01 parsed-entry-count            pic 9(5) comp value 0.
       01 feed-currency-count           pic 9(5) comp value 0.
       01 feed-date-count               pic 9(5) comp value 0.
       01 earlier-index                 pic 9(5) comp.
       01 currency-seen-flag            pic x value 'n'.
           88 currency-seen                 value 'y'.
       01 date-seen-flag                pic x value 'n'.
           88 date-seen                     value 'y'.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       rate-master-load-main.
           perform load-source-card
           if not ecb-load and not secondary-load
               display "rate-master-load: source card """
                   function trim(feed-source-code)
                   """ is not ECB or SECONDARY, nothing loaded"
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           perform read-feed-into-memory
           move csv-ecb-rates(feed-text(1:feed-text-length)) to dataset
           set address of rate-dataset to dataset-ptr
           move rd-entry-count to parsed-entry-count
           perform count-one-feed-entry
               varying entry-index from 1 by 1
               until entry-index > rd-entry-count
           if rd-entry-count = 0
               display "rate-master-load: feed did not parse, "
                   "nothing loaded"
                       varying entry-index from 1 by 1
                       until entry-index > rd-entry-count
                   close rate-master-file
                   display "rate-master-load: "
                       function trim(feed-source-code) " feed, "
                       added-count " added, "
                       replaced-count " replaced, "
                       kept-count " kept as ecb"
                   move 0 to return-code
               else
                   display "rate-master-load: rate master would not "
                   move 12 to return-code
               end-if
           end-if
           perform write-run-control
           goback.

      *> a missing or empty card keeps the "ECB" default, the same
      *> silent fallback limitcard and retcard get.
       load-source-card.
           open input source-card-file
           if source-card-status = "00"
               read source-card-file
                   at end move spaces to source-card-line
               end-read
               if source-card-line not = spaces
                   move function upper-case(function trim(
                       source-card-line)) to feed-source-code
               end-if
               close source-card-file
           end-if.

      *> same in-memory staging load-ecb-feed in rate-reconciliation
      *> uses - a missing or empty ecbfeed just parses to zero entries
      *> and fails the step cleanly rather than abending it.
               at end move 'y' to feed-eof-flag
           end-read.

      *> an entry is a new currency or a new date unless an earlier
      *> entry already carried it.
       count-one-feed-entry.
           move 'n' to currency-seen-flag
           move 'n' to date-seen-flag
           perform compare-one-earlier-entry
               varying earlier-index from 1 by 1
               until earlier-index >= entry-index
           if not currency-seen
               add 1 to feed-currency-count
           end-if
           if not date-seen
               add 1 to feed-date-count
           end-if.

       compare-one-earlier-entry.
           if rate-currency-code of rate-record(earlier-index)
                   = rate-currency-code of rate-record(entry-index)
               move 'y' to currency-seen-flag
           end-if
           if rate-as-of-date of rate-record(earlier-index)
                   = rate-as-of-date of rate-record(entry-index)
               move 'y' to date-seen-flag
           end-if.

      *> the cluster itself is defined once by idcams (see the note in
      *> jcl/ecbrate.jcl) - the very first load finds it empty but
      *> openable i-o, so the output fallback only matters on a

      *> write first, rewrite on the duplicate-key bounce - a date
      *> already in the master means this feed (or a corrected rerun
      *> of it) was loaded before, and the fresh value wins, subject
      *> to the source rule in replace-loaded-entry.
       load-one-rate-entry.
           move rate-currency-code of rate-record(entry-index)
               to rm-currency-code
           move rate-as-of-date of rate-record(entry-index)
               to rm-as-of-date
           move rate-value of rate-record(entry-index) to rm-rate-value
           move feed-source-code to rm-rate-source
           write rate-master-record
               invalid key
                   perform replace-loaded-entry
               not invalid key
                   add 1 to added-count
           end-write.

      *> the read for the secondary check lands on the record already
      *> on file, so the staged one is held aside and put back before
      *> the rewrite.
       replace-loaded-entry.
           if secondary-load
               move rate-master-record to staged-master-record
               read rate-master-file
                   invalid key continue
               end-read
               if rate-master-status = "00"
                   and not rm-source-secondary
                   add 1 to kept-count
               else
                   move staged-master-record to rate-master-record
                   rewrite rate-master-record
                   add 1 to replaced-count
               end-if
           else
               rewrite rate-master-record
               add 1 to replaced-count
           end-if.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           if secondary-load
               move "SECRATE" to rn-job-name
           else
               move "ECBRATE" to rn-job-name
           end-if
           move "LOADMSTR" to rn-step-name
           move "RATEMLOD" to rn-program-name
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
           move parsed-entry-count to rn-records-in
           move added-count to rn-records-out
           move kept-count to rn-records-rejected
           move feed-currency-count to rn-control-total-1
           move feed-date-count to rn-control-total-2
           move replaced-count to rn-control-total-3
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "rate-master-load: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program rate-master-load.
