      *>     the step
      *>   - a candidate whose latest as-of date repeats the live
      *>     generation's (the stale-file signature) fails the step
      *> and one against the currency reference master (CURMSTR, see
      *> currency-master-record.cpy): a candidate currency the master
      *> does not carry, carries as inactive, or does not hold valid
      *> on its latest as-of date is reported as a warning with its
      *> reason code - the desk adds the code to the master, or the
      *> service refuses it all day. a master that will not open
      *> skips that check with a note on sysout.
      *> return code 0 is clean, 4 is warnings only, 12 is a hard
      *> breach - the publish step's cond check lets 0 and 4 through
      *> and holds everything else back, so a suspect feed never
      *> becomes the live generation. limits come from limitcard
      *> ("warn hard", in percent) with 5/15 as the defaults.
      *> SRCCARD says whose file the candidate is: none (or "ECB")
      *> in the nightly ecb job, "SECONDARY" when jcl/secrate.jcl
      *> checks the secondary provider's file, staged in the same
      *> csv shape, against the same live generation - the report
      *> then opens by saying so, and the step's run-control line
      *> goes under that job.
       identification division.
       program-id. rate-feed-check.

               file status is limit-card-status.
           select exception-report-file assign to "RATEEXCP"
               organization line sequential.
           select currency-master-file assign to "CURMSTR"
               organization indexed
               access dynamic
               record key cy-currency-code
               file status is currency-master-status.
           select source-card-file assign to "SRCCARD"
               organization line sequential
               file status is source-card-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  exception-report-file.
       01 exception-line                pic x(132).

       fd  currency-master-file.
           copy "currency-master-record.cpy".

       fd  source-card-file.
       01 source-card-line              pic x(20).

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
           copy "rate-dataset.cpy".

       01 previous-rate-text            pic x(20).
       01 candidate-rate-text           pic x(20).

       01 currency-master-status        pic xx.
       01 reference-reason-code         pic x(16).
           88 reference-is-valid            value spaces.

       01 source-card-status            pic xx.
       01 feed-source-code              pic x(10) value "ECB".
           88 secondary-candidate           value "SECONDARY".

       01 warn-count                    pic 9(5) comp value 0.
       01 hard-count                    pic 9(5) comp value 0.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       rate-feed-check-main.
           perform load-limit-card
           perform load-source-card
           open output exception-report-file
           if secondary-candidate
               move spaces to exception-line
               string "CANDIDATE IS THE SECONDARY PROVIDER'S FEED - "
                       delimited size
                   "CHECKED AGAINST THE LIVE GENERATION" delimited size
                   into exception-line
               end-string
               write exception-line
           end-if
           perform collect-previous-feed
           perform collect-candidate-feed
           if candidate-currency-count = 0
                       varying side-index from 1 by 1
                       until side-index > candidate-currency-count
               end-if
               perform check-currency-reference
           end-if
           close exception-report-file
           display "rate-feed-check: " warn-count " warnings, "
                   move 0 to return-code
               end-if
           end-if
           perform write-run-control
           goback.

      *> "warn hard" in percent on one card, e.g. "5.0 15.0" - a
               close limit-card-file
           end-if.

      *> a missing or empty card is the nightly ecb candidate.
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

       collect-previous-feed.
           move 'n' to feed-eof-flag
           move spaces to feed-text
               move 'y' to match-found-flag
           end-if.

       check-currency-reference.
           open input currency-master-file
           if currency-master-status not = "00"
               display "rate-feed-check: currency master would not "
                   "open, status " currency-master-status
                   " - reference check skipped"
           else
               perform check-one-candidate-reference
                   varying side-index from 1 by 1
                   until side-index > candidate-currency-count
               close currency-master-file
           end-if.

       check-one-candidate-reference.
           move spaces to reference-reason-code
           move cd-currency-code(side-index) to cy-currency-code
           read currency-master-file
               invalid key continue
           end-read
           evaluate true
               when currency-master-status not = "00"
                   move "UNKNOWN-CCY" to reference-reason-code
               when not cy-currency-active
                   move "INACTIVE-CCY" to reference-reason-code
               when cd-as-of-date(side-index) < cy-valid-from
                   or cd-as-of-date(side-index) > cy-valid-to
                   move "CCY-NOT-VALID" to reference-reason-code
           end-evaluate
           if not reference-is-valid
               move spaces to exception-line
               string "REFERENCE: " delimited size
                   cd-currency-code(side-index) delimited size
                   " IN CANDIDATE AS-OF " delimited size
                   cd-as-of-date(side-index) delimited size
                   " - " delimited size
                   reference-reason-code delimited size
                   into exception-line
               end-string
               write exception-line
               add 1 to warn-count
           end-if.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           if secondary-candidate
               move "SECRATE" to rn-job-name
           else
               move "ECBRATE" to rn-job-name
           end-if
           move "FEEDCHK" to rn-step-name
           move "RATECHK" to rn-program-name
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
           move candidate-currency-count to rn-records-in
           move candidate-currency-count to rn-records-out
           move hard-count to rn-records-rejected
           move warn-count to rn-control-total-1
           move previous-currency-count to rn-control-total-2
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "rate-feed-check: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program rate-feed-check.
