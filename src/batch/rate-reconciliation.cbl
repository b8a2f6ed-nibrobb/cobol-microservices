      *> the configured tolerance away from the ecb quote. replaces
      *> the manual month-end spreadsheet cross-check with a run out
      *> of the same rate data the live service already parses - see
      *> jcl/reconcile.jcl for how the feeds line up. every exception
      *> is also carried onto the keyed break master (see copybooks/
      *> break-master-record.cpy) - added the first night an invoice
      *> breaks, updated on every night it breaks again - so the desk
      *> works one standing list instead of re-reading each night's
      *> report from scratch. an invoice the gl posting feed wrote
      *> from a booked deal carries the deal's quote reference as its
      *> invoice id, so it is looked up on the keyed deal master (see
      *> copybooks/deal-record.cpy) first - the rate the customer
      *> actually booked - and the currency/date guess against the
      *> audit trail is only what answers for an invoice no deal
      *> explains.
       identification division.
       program-id. rate-reconciliation.

           select checkpoint-file assign to "CHKPOINT"
               organization line sequential
               file status is checkpoint-file-status.
           select break-master-file assign to "BRKMSTR"
               organization indexed
               access dynamic
               record key bk-invoice-id
               file status is break-master-status.
           select deal-master-file assign to "DEALMSTR"
               organization indexed
               access dynamic
               record key dl-deal-ref
               file status is deal-master-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  checkpoint-file.
       01 checkpoint-line               pic x(80).

       fd  break-master-file.
           copy "break-master-record.cpy".

       fd  deal-master-file.
           copy "deal-record.cpy".

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
           copy "rate-dataset.cpy".

       01 contract-match-flag           pic x value 'n'.
           88 contract-rate-matched         value 'y'.

      *> the deal master is read by key only, and only when it is
      *> allocated - without it every invoice is matched the old way.
       01 deal-master-status            pic xx.
       01 deal-master-open-flag         pic x value 'n'.
           88 deal-master-available         value 'y'.
       01 deal-found-flag               pic x value 'n'.
           88 booked-deal-found             value 'y'.
       01 deal-match-count              pic 9(7) comp value 0.

       01 rate-diff                     pic s9(5)v9(9) comp-3.

       01 record-count                  pic 9(7) comp value 0.
       01 rate-edit-field                pic -zzzz9.9(9).
       01 formatted-rate-text           pic x(20).

      *> the break master is opened i-o for the whole run; a master
      *> that will not open (not defined yet, or held by the desk's
      *> transaction run) is said once on sysout and the night's
      *> exceptions still go on the report, just not onto the master.
       01 break-master-status           pic xx.
       01 break-master-open-flag        pic x value 'n'.
           88 break-master-available        value 'y'.
       01 break-state-text              pic x(12).
       01 new-break-count               pic 9(7) comp value 0.
       01 repeat-break-count            pic 9(7) comp value 0.
       01 reopened-break-count          pic 9(7) comp value 0.
       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).

       01 status-text                   pic x(14).
       01 logged-text                   pic x(10).
       01 gl-rate-text                  pic x(20).
       01 ecb-rate-text                 pic x(20).
       01 logged-rate-text              pic x(20).

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       rate-reconciliation-main.
           perform read-checkpoint
           perform load-tolerance
           perform set-run-date
           perform open-rate-master
           perform open-break-master
           perform open-deal-master
      *> the csv feed only backs the scan fallback - when the master
      *> is answering the lookups there is nothing to stage it for.
           if not rate-master-available
           if rate-master-available
               close rate-master-file
           end-if
           if break-master-available
               close break-master-file
           end-if
           if deal-master-available
               close deal-master-file
           end-if
           display "rate-reconciliation: " record-count
               " invoices checked, " exception-count " exceptions, "
               deal-match-count " matched to booked deals"
           display "rate-reconciliation: " new-break-count
               " new breaks, " repeat-break-count " repeat breaks, "
               reopened-break-count " reopened"
           if exception-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform write-run-control
           goback.

      *> a missing tolerance card is not an error - the program falls
      *> no published row at all).
       process-one-gl-record.
           add 1 to record-count
           move spaces to break-state-text
           perform find-ecb-rate-for-gl-entry
           perform find-logged-rate-for-gl-entry
           perform find-contract-logged-match
           perform find-booked-deal
           if ecb-rate-found
               compute rate-diff = function abs(gl-rate - found-ecb-rate)
               if rate-diff > tolerance-value
                   else
                       add 1 to exception-count
                       move "EXCEPTION" to status-text
                       perform record-break
                   end-if
               else
                   move "OK" to status-text
                   move "NO-ECB-QUOTE" to status-text
               end-if
           end-if
           if booked-deal-found
               move "DEAL" to logged-text
           else
               if logged-found
                   move "LOGGED" to logged-text
               else
                   move "NOT-LOGGED" to logged-text
               end-if
           end-if
           perform write-report-line
           if checkpoint-enabled
               move 'y' to rate-master-open-flag
           end-if.

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

      *> a deal master that will not open (not allocated on this run,
      *> or still held by the posting step) is said once on sysout;
      *> every invoice then matches against the audit trail alone.
       open-deal-master.
           move 'n' to deal-master-open-flag
           open input deal-master-file
           if deal-master-status = "00"
               move 'y' to deal-master-open-flag
           else
               display "rate-reconciliation: deal master would not "
                   "open, status " deal-master-status
                   " - invoices matched on the audit trail only"
           end-if.

      *> the cluster itself is defined once by idcams (see the note in
      *> jcl/reconcile.jcl) - the create-and-reopen only matters on a
      *> platform where an empty master reports "file not found", the
      *> same as the rate master backfill.
       open-break-master.
           move 'n' to break-master-open-flag
           open i-o break-master-file
           if break-master-status = "35"
               open output break-master-file
               if break-master-status = "00"
                   close break-master-file
                   open i-o break-master-file
               end-if
           end-if
           if break-master-status = "00"
               move 'y' to break-master-open-flag
           else
               display "rate-reconciliation: break master would not "
                   "open, status " break-master-status
                   " - breaks reported but not tracked"
           end-if.

      *> a first-time break is added open; a repeat updates the one
      *> record already there. a restart re-reads up to a checkpoint
      *> interval of invoices this same night has already recorded,
      *> so a break already seen today is left alone rather than
      *> counted twice - times-seen counts nights, not reads.
       record-break.
           move spaces to break-state-text
           if break-master-available
               move gl-invoice-id to bk-invoice-id
               read break-master-file
                   invalid key
                       perform add-new-break
                   not invalid key
                       perform update-repeat-break
               end-read
           end-if.

       add-new-break.
           move spaces to break-master-record
           move gl-invoice-id to bk-invoice-id
           move gl-currency-code to bk-currency-code
           move gl-as-of-date to bk-as-of-date
           move gl-amount to bk-gl-amount
           move gl-rate to bk-gl-rate
           move found-ecb-rate to bk-ecb-rate
           move run-date-text to bk-first-seen-date
           move run-date-text to bk-last-seen-date
           move 1 to bk-times-seen
           move "O" to bk-status
           move run-date-text to bk-status-date
           write break-master-record
               invalid key continue
           end-write
           if break-master-status = "00"
               add 1 to new-break-count
               move "NEW-BREAK" to break-state-text
           end-if.

      *> the desk's resolution is kept on a reopened break - the
      *> analyst and reason say what was supposed to have fixed it,
      *> which is the first thing whoever picks it up again needs.
       update-repeat-break.
           if bk-last-seen-date = run-date-text
               move "REPEAT" to break-state-text
           else
               move gl-amount to bk-gl-amount
               move gl-rate to bk-gl-rate
               move found-ecb-rate to bk-ecb-rate
               move run-date-text to bk-last-seen-date
               add 1 to bk-times-seen
               if bk-break-resolved
                   move "O" to bk-status
                   move run-date-text to bk-status-date
                   add 1 to reopened-break-count
                   move "REOPENED" to break-state-text
               else
                   add 1 to repeat-break-count
                   if bk-break-written-off
                       move "WRITTEN-OFF" to break-state-text
                   else
                       move "REPEAT" to break-state-text
                   end-if
               end-if
               rewrite break-master-record
                   invalid key continue
               end-rewrite
           end-if.

      *> the quote to check against is the latest published at or
      *> before the invoice's as-of date, not only the date itself -
      *> the service settles a weekend- or holiday-dated request at
               move 'y' to contract-match-flag
           end-if.

      *> the invoice id is the deal reference for every line the
      *> posting feed wrote from a booking. a deal found there is the
      *> authority: the rate it posted at (the mid for a margin deal,
      *> the booked rate otherwise) is the logged rate, and a deal
      *> booked off a contract rate explains a gap from ecb exactly
      *> as a contract-sourced audit entry does.
       find-booked-deal.
           move 'n' to deal-found-flag
           if deal-master-available
               move gl-invoice-id to dl-deal-ref
               read deal-master-file
                   invalid key continue
               end-read
               if deal-master-status = "00"
                   move 'y' to deal-found-flag
                   add 1 to deal-match-count
                   move 'y' to logged-found-flag
                   if dl-margin-percent not = 0 and dl-mid-rate not = 0
                       move dl-mid-rate to logged-rate
                   else
                       move dl-rate to logged-rate
                   end-if
                   if dl-rate-source = "CONTRACT"
                       and function abs(gl-rate - dl-rate)
                           <= tolerance-value
                       move 'y' to contract-match-flag
                   end-if
               end-if
           end-if.

      *> an INFLIGHT checkpoint means the previous run died with the
      *> extract part-done - resume behind it. a COMPLETE one (or no
      *> checkpoint dataset at all) is a normal fresh start. a
               ")" delimited size
               " " delimited size
               status-text delimited size
               " " delimited size
               break-state-text delimited size
               into report-line
           end-string
           write report-line.
           move rate-to-format to rate-edit-field
           move function trim(rate-edit-field) to formatted-rate-text.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
      *> a restart runs under reconrst and carries the counts of
      *> the abended run forward, so its line is the whole night's.
           if restart-mode
               move "RECONRST" to rn-job-name
           else
               move "RECONCIL" to rn-job-name
           end-if
           move "RECON" to rn-step-name
           move "RATERECN" to rn-program-name
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
           move record-count to rn-records-in
           move record-count to rn-records-out
           move exception-count to rn-records-rejected
           move deal-match-count to rn-control-total-1
           move new-break-count to rn-control-total-2
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "rate-reconciliation: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program rate-reconciliation.
