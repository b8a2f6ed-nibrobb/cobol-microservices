      >>source format free
      *> run-control-balance - end-of-night balancing over the shared
      *> run-control ledger (see run-control-record.cpy). every
      *> nightly step appends what it read, wrote and rejected as it
      *> ends; this step takes the latest line for each job and step
      *> and proves the totals that must carry from one step to the
      *> next:
      *>   - the audit cutover archived exactly what the usage report
      *>     then read from the same generation;
      *>   - the bookings the usage report counted in that generation
      *>     are the deals gl posting handled (posted, or kept off
      *>     the eur feed as crosses) - gl posting reads the deal
      *>     master, not the archive, so the archive's bookings are
      *>     the total it has to meet. a booking made between the cut
      *>     and gl posting's open of the master lands on the two
      *>     sides on different nights, so a difference here is a
      *>     warning to review, not an out-of-balance;
      *>   - the gl edit's clean and rejected lines add back up to
      *>     the raw extract it read;
      *>   - the rate master load accounted for every currency on
      *>     every date in the feed (added, replaced on a rerun, or
      *>     kept because the ecb already published it). the load is
      *>     ecbrate's; on a night that one did not run or failed,
      *>     secrate's load of the secondary feed is balanced instead.
      *> a step the checks need whose latest line is older than the
      *> night being balanced did not run tonight, and one whose line
      *> ended rc 12 stopped short - either way its check is reported
      *> NOT RUN, since the totals cannot be proven without it.
      *> BALRPT lists the ledger's latest line per step, then every
      *> check with both sides and the difference. the night starts
      *> at the date and time on BALCARD (yyyy-mm-dd hh:mm:ss, the
      *> time optional), or at 18:00:00 the day before the run date
      *> when there is no card - a line is tonight's when its run
      *> date and time are at or after that, so a night that crosses
      *> midnight balances as one and the previous night's
      *> after-midnight steps do not. return code 0 is every check in
      *> balance; 4 is a bookings difference to review; 12 is a check
      *> out of balance or not run, or a ledger that would not open.
      *> see jcl/runbal.jcl.
       identification division.
       program-id. run-control-balance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.
           select balance-card-file assign to "BALCARD"
               organization line sequential
               file status is balance-card-status.
           select report-file assign to "BALRPT"
               organization line sequential.

       data division.
       file section.
       fd  run-control-file.
           copy "run-control-record.cpy".

       fd  balance-card-file.
       01 balance-card-line             pic x(20).

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
      *> one ledger line at a time, viewed out of the step table.
           copy "run-control-record.cpy"
               replacing ==run-control-record== by ==ledger-view==
                         leading ==rn-== by ==lv-==.

       01 run-control-status            pic xx.
       01 balance-card-status           pic xx.
       01 ledger-eof-flag               pic x value 'n'.
           88 ledger-eof                    value 'y'.
       01 card-eof-flag                 pic x value 'n'.
           88 card-eof                      value 'y'.
       01 card-trimmed-text             pic x(20).

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).
       01 night-start-date              pic x(10).
       01 night-start-time              pic x(8) value "18:00:00".
       01 today-digits                  pic 9(8).
       01 night-start-integer           pic 9(8) comp.
       01 night-start-digits            pic 9(8).
       01 night-start-digits-x redefines night-start-digits pic x(8).

       01 ledger-read-count             pic 9(7) comp value 0.

      *> the latest ledger line per job and step, first-seen order -
      *> a later line for the same step (a rerun) replaces it.
       01 step-count                    pic 9(3) comp value 0.
       01 step-table-capacity           pic 9(3) comp value 100.
       01 step-table occurs 100 times   pic x(100).
       01 step-index                    pic 9(3) comp.
       01 step-slot                     pic 9(3) comp.
       01 step-found-flag               pic x value 'n'.
           88 step-found                    value 'y'.
       01 wanted-step-key               pic x(16).

      *> the two sides of the check in hand, and what each step the
      *> check needs contributed. a step missing, older than the
      *> night or failed leaves step-current off and the check NOT
      *> RUN.
       01 check-title                   pic x(60).
       01 left-label                    pic x(40).
       01 right-label                   pic x(40).
       01 left-total                    pic s9(11) comp-3.
       01 right-total                   pic s9(11) comp-3.
       01 difference-total              pic s9(11) comp-3.
       01 step-current-flag             pic x value 'n'.
           88 step-current                  value 'y'.
       01 line-tonight-flag             pic x value 'n'.
           88 line-tonight                  value 'y'.
      *> a check whose difference is expected to come and go (the
      *> bookings cut window) is reported as a warning when it is out.
       01 check-warn-only-flag          pic x value 'n'.
           88 check-warn-only               value 'y'.
       01 check-runnable-flag           pic x value 'y'.
           88 check-runnable                value 'y'.
       01 missing-steps-text            pic x(40).

      *> each needed step's figures, copied out of its ledger line.
       01 cutover-archived              pic 9(9).
       01 usage-read                    pic 9(9).
       01 usage-bookings                pic 9(9).
       01 post-deals-handled            pic 9(9).
       01 edit-raw                      pic 9(9).
       01 edit-clean                    pic 9(9).
       01 edit-rejected                 pic 9(9).
       01 load-added                    pic 9(9).
       01 load-replaced                 pic 9(9).
       01 load-kept                     pic 9(9).
       01 load-currencies               pic 9(9).
       01 load-dates                    pic 9(9).

       01 in-balance-count              pic 9(3) comp value 0.
       01 out-of-balance-count          pic 9(3) comp value 0.
       01 warning-count                 pic 9(3) comp value 0.
       01 not-run-count                 pic 9(3) comp value 0.

       01 count-edited                  pic zzzzzz9.
       01 total-edited                  pic -zzz,zzz,zz9.
       01 ledger-count-edited           pic zzzzzzzz9.
       01 rc-edited                     pic zzz9.

       procedure division.
       run-control-balance-main.
           perform set-run-date
           perform load-balance-card
           open input run-control-file
           if run-control-status not = "00"
               display "run-control-balance: run-control ledger would "
                   "not open, status " run-control-status
               move 12 to return-code
               goback
           end-if
           read run-control-file
               at end move 'y' to ledger-eof-flag
           end-read
           perform keep-one-ledger-line until ledger-eof
           close run-control-file
           open output report-file
           perform write-report-heading
           perform write-ledger-section
           perform write-balance-heading
           perform check-audit-cutover-to-usage
           perform check-bookings-to-gl-posting
           perform check-gl-edit-split
           perform check-rate-master-load
           perform write-report-footing
           close report-file
           display "run-control-balance: " ledger-read-count
               " ledger lines, " in-balance-count " checks in balance, "
               out-of-balance-count " out of balance, "
               warning-count " to review, " not-run-count " not run"
           evaluate true
               when out-of-balance-count > 0 or not-run-count > 0
                   move 12 to return-code
               when warning-count > 0
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
               into run-date-text
           end-string
           move current-date-text(1:8) to today-digits
           compute night-start-integer
               = function integer-of-date(today-digits) - 1
           compute night-start-digits
               = function date-of-integer(night-start-integer)
           move spaces to night-start-date
           string
               night-start-digits-x(1:4) delimited size
               "-" delimited size
               night-start-digits-x(5:2) delimited size
               "-" delimited size
               night-start-digits-x(7:2) delimited size
               into night-start-date.

      *> a card that is not a strict yyyy-mm-dd, optionally followed
      *> by a strict hh:mm:ss, leaves the default standing, said on
      *> sysout; a date alone starts the night at 18:00:00 that day.
      *> the report heading shows which night was balanced either way.
       load-balance-card.
           open input balance-card-file
           if balance-card-status = "00"
               read balance-card-file
                   at end move 'y' to card-eof-flag
               end-read
               if not card-eof
                   move function trim(balance-card-line)
                       to card-trimmed-text
                   if card-trimmed-text(11:1) = space
                       and card-trimmed-text(5:1) = "-"
                       and card-trimmed-text(8:1) = "-"
                       and card-trimmed-text(1:4) is numeric
                       and card-trimmed-text(6:2) is numeric
                       and card-trimmed-text(9:2) is numeric
                       and (card-trimmed-text(12:9) = spaces
                           or (card-trimmed-text(14:1) = ":"
                               and card-trimmed-text(17:1) = ":"
                               and card-trimmed-text(12:2) is numeric
                               and card-trimmed-text(15:2) is numeric
                               and card-trimmed-text(18:2) is numeric
                               and card-trimmed-text(12:2) < "24"
                               and card-trimmed-text(15:2) < "60"
                               and card-trimmed-text(18:2) < "60"
                               and card-trimmed-text(20:1) = space))
                       move card-trimmed-text(1:10) to night-start-date
                       if card-trimmed-text(12:8) not = spaces
                           move card-trimmed-text(12:8)
                               to night-start-time
                       end-if
                   else
                       if card-trimmed-text not = spaces
                           display "run-control-balance: balcard """
                               function trim(balance-card-line)
                               """ is not yyyy-mm-dd hh:mm:ss, "
                               "balancing from " night-start-date
                               " " night-start-time
                       end-if
                   end-if
               end-if
               close balance-card-file
           end-if.

       keep-one-ledger-line.
           add 1 to ledger-read-count
           move run-control-record(1:16) to wanted-step-key
           perform find-step-slot
           if step-found
               move run-control-record to step-table(step-slot)
           else
               if step-count < step-table-capacity
                   add 1 to step-count
                   move run-control-record to step-table(step-count)
               else
                   display "run-control-balance: step table full, "
                       rn-job-name " " rn-step-name " not kept"
               end-if
           end-if
           read run-control-file
               at end move 'y' to ledger-eof-flag
           end-read.

       find-step-slot.
           move 'n' to step-found-flag
           perform match-one-step-slot
               varying step-index from 1 by 1
               until step-index > step-count or step-found.

       match-one-step-slot.
           if step-table(step-index)(1:16) = wanted-step-key
               move step-index to step-slot
               move 'y' to step-found-flag
           end-if.

      *> a ledger line is tonight's when it was written at or after
      *> the night's start date and time.
       test-line-tonight.
           if lv-run-date > night-start-date
               or (lv-run-date = night-start-date
                   and lv-run-time not < night-start-time)
               move 'y' to line-tonight-flag
           else
               move 'n' to line-tonight-flag
           end-if.

      *> looks up the job and step in wanted-step-key and leaves its
      *> line in ledger-view, with step-current set when the line is
      *> tonight's and ended below rc 12 (rc 12 or worse means the
      *> step stopped before doing its work).
       lookup-step.
           move 'n' to step-current-flag
           perform find-step-slot
           if step-found
               move step-table(step-slot) to ledger-view
               perform test-line-tonight
               if line-tonight
                   and lv-return-code < 12
                   move 'y' to step-current-flag
               end-if
           else
               move spaces to ledger-view
               move 0 to lv-records-in lv-records-out
                   lv-records-rejected lv-control-total-1
                   lv-control-total-2 lv-control-total-3
           end-if.

      *> the same lookup for a step the check in hand cannot do
      *> without - one that is not current marks the check not
      *> runnable and is named for the report.
       fetch-needed-step.
           perform lookup-step
           if not step-current
               move 'n' to check-runnable-flag
               if missing-steps-text = spaces
                   move wanted-step-key(9:8) to missing-steps-text
               else
                   move function concatenate(
                           function trim(missing-steps-text), " ",
                           function trim(wanted-step-key(9:8)))
                       to missing-steps-text
               end-if
           end-if.

       start-one-check.
           move 'y' to check-runnable-flag
           move 'n' to check-warn-only-flag
           move spaces to missing-steps-text.

       check-audit-cutover-to-usage.
           perform start-one-check
           move "AUDITCUTCUTOVER " to wanted-step-key
           perform fetch-needed-step
           move lv-records-out to cutover-archived
           move "AUDITCUTUSAGERPT" to wanted-step-key
           perform fetch-needed-step
           move lv-records-in to usage-read
           move "AUDIT ARCHIVE: RECORDS CUT = RECORDS THE USAGE REPORT READ"
               to check-title
           move "CUTOVER ARCHIVED" to left-label
           move cutover-archived to left-total
           move "USAGERPT READ" to right-label
           move usage-read to right-total
           perform settle-one-check.

      *> bookings in the cut generation against the deals gl posting
      *> handled: a booking landing in the moments between the cut
      *> and gl posting's open of the deal master goes out tonight
      *> but sits in tomorrow's generation, so a difference of a few
      *> that reverses the next night is that window, not a loss -
      *> it is reported for review (rc 4) rather than holding the
      *> handover.
       check-bookings-to-gl-posting.
           perform start-one-check
           move 'y' to check-warn-only-flag
           move "AUDITCUTUSAGERPT" to wanted-step-key
           perform fetch-needed-step
           move lv-control-total-1 to usage-bookings
           move "AUDITCUTGLPOST  " to wanted-step-key
           perform fetch-needed-step
           move lv-control-total-1 to post-deals-handled
           move "BOOKINGS: ARCHIVE BOOKINGS = DEALS GL POSTING HANDLED"
               to check-title
           move "USAGERPT BOOKINGS" to left-label
           move usage-bookings to left-total
           move "GLPOST DEALS HANDLED" to right-label
           move post-deals-handled to right-total
           perform settle-one-check.

       check-gl-edit-split.
           perform start-one-check
           move "RECONCILGLEDIT  " to wanted-step-key
           perform fetch-needed-step
           move lv-records-in to edit-raw
           move lv-records-out to edit-clean
           move lv-records-rejected to edit-rejected
           move "GL EDIT: CLEAN + REJECTED = RAW EXTRACT" to check-title
           move "GLEDIT CLEAN + REJECTED" to left-label
           compute left-total = edit-clean + edit-rejected
           move "GLEDIT RAW READ" to right-label
           move edit-raw to right-total
           perform settle-one-check.

      *> ecbrate's load is the one balanced; a night its loadmstr
      *> did not run (held by cond) or failed is a night secrate's
      *> load of the secondary feed is looked for instead. kept is
      *> zero on an ecb load and the entries a secondary load left
      *> as ecb published them.
       check-rate-master-load.
           perform start-one-check
           move "ECBRATE LOADMSTR" to wanted-step-key
           perform lookup-step
           if not step-current
               move "SECRATE LOADMSTR" to wanted-step-key
               perform fetch-needed-step
           end-if
           move lv-records-out to load-added
           move lv-control-total-3 to load-replaced
           move lv-records-rejected to load-kept
           move lv-control-total-1 to load-currencies
           move lv-control-total-2 to load-dates
           move "RATE MASTER LOAD: LOADED + KEPT = CURRENCIES X DATES"
               to check-title
           move function concatenate(wanted-step-key(1:8),
                   "ADDED+REPL+KEPT")
               to left-label
           compute left-total = load-added + load-replaced + load-kept
           move "CURRENCIES X DATES" to right-label
           compute right-total = load-currencies * load-dates
           perform settle-one-check.

       settle-one-check.
           compute difference-total = left-total - right-total
           move spaces to report-line
           write report-line
           move check-title to report-line
           write report-line
           move spaces to report-line
           move "  " to report-line(1:2)
           move left-label to report-line(3:26)
           move left-total to total-edited
           move total-edited to report-line(30:12)
           write report-line
           move spaces to report-line
           move right-label to report-line(3:26)
           move right-total to total-edited
           move total-edited to report-line(30:12)
           write report-line
           move spaces to report-line
           move "DIFFERENCE" to report-line(3:10)
           move difference-total to total-edited
           move total-edited to report-line(30:12)
           evaluate true
               when not check-runnable
                   add 1 to not-run-count
                   move function concatenate(
                           "NOT RUN - NOT TONIGHT OR FAILED: ",
                           function trim(missing-steps-text))
                       to report-line(45:80)
               when difference-total = 0
                   add 1 to in-balance-count
                   move "IN BALANCE" to report-line(45:10)
               when check-warn-only
                   add 1 to warning-count
                   move "*** DIFFERENCE - REVIEW THE CUT WINDOW ***"
                       to report-line(45:42)
               when other
                   add 1 to out-of-balance-count
                   move "*** OUT OF BALANCE ***" to report-line(45:22)
           end-evaluate
           write report-line.

       write-report-heading.
           move spaces to report-line
           string "RUN-CONTROL BALANCING FOR THE NIGHT FROM "
                   delimited size
               night-start-date delimited size
               " " delimited size
               night-start-time delimited size
               "  (RUN DATE " delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "LATEST RUN PER STEP" to report-line
           write report-line
           move "JOB      STEP     PROGRAM  RUN-DATE   TIME             IN        OUT   REJECTED   RC"
               to report-line
           write report-line.

      *> a step whose latest line predates the night is marked, so
      *> a job that never ran tonight stands out in the list even
      *> where no check depends on it.
       write-ledger-section.
           if step-count = 0
               move "  (NONE)" to report-line
               write report-line
           else
               perform write-one-ledger-line
                   varying step-index from 1 by 1
                   until step-index > step-count
           end-if.

       write-one-ledger-line.
           move step-table(step-index) to ledger-view
           move spaces to report-line
           move lv-job-name to report-line(1:8)
           move lv-step-name to report-line(10:8)
           move lv-program-name to report-line(19:8)
           move lv-run-date to report-line(28:10)
           move lv-run-time to report-line(39:8)
           move lv-records-in to ledger-count-edited
           move ledger-count-edited to report-line(48:9)
           move lv-records-out to ledger-count-edited
           move ledger-count-edited to report-line(58:9)
           move lv-records-rejected to ledger-count-edited
           move ledger-count-edited to report-line(69:9)
           move lv-return-code to rc-edited
           move rc-edited to report-line(79:4)
           perform test-line-tonight
           if not line-tonight
               move "NOT TONIGHT" to report-line(85:11)
           end-if
           write report-line.

       write-balance-heading.
           move spaces to report-line
           write report-line
           move "CROSS-STEP BALANCING" to report-line
           write report-line.

       write-report-footing.
           move spaces to report-line
           write report-line
           move ledger-read-count to count-edited
           move spaces to report-line
           string "LEDGER LINES READ          " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move in-balance-count to count-edited
           move spaces to report-line
           string "TOTAL IN BALANCE           " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move out-of-balance-count to count-edited
           move spaces to report-line
           string "TOTAL OUT OF BALANCE       " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move warning-count to count-edited
           move spaces to report-line
           string "TOTAL TO REVIEW            " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move not-run-count to count-edited
           move spaces to report-line
           string "TOTAL NOT RUN              " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line.

       end program run-control-balance.
