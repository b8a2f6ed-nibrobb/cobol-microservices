      >>source format free
      *> break-status-update - applies the desk's break transactions
      *> (see copybooks/break-transaction-record.cpy) to the keyed
      *> break master rate-reconciliation maintains (see copybooks/
      *> break-master-record.cpy). each row marks one break, by gl
      *> invoice id, INVESTIGATED, RESOLVED or WRITTEN-OFF, with the
      *> analyst who did it and why - before this, a break that got
      *> fixed just stopped showing up on the nightly report with no
      *> record of who fixed it. a row is rejected (and the master
      *> left untouched for it) when the action word is not one of
      *> the three, the analyst or reason is blank, the invoice is not
      *> on the master, or the break is already resolved or written
      *> off - a closed break only reopens by breaking again. BRKTRPT
      *> lists every row with APPLIED or the reason code it was
      *> refused for. return code 0 is every row applied, 4 means at
      *> least one row was refused, 12 means the transaction file or
      *> the break master would not open. see jcl/brkupdt.jcl.
       identification division.
       program-id. break-status-update.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select break-transaction-file assign to "BRKTRAN"
               organization sequential
               file status is transaction-file-status.
           select break-master-file assign to "BRKMSTR"
               organization indexed
               access dynamic
               record key bk-invoice-id
               file status is break-master-status.
           select report-file assign to "BRKTRPT"
               organization line sequential.

       data division.
       file section.
       fd  break-transaction-file.
           copy "break-transaction-record.cpy".

       fd  break-master-file.
           copy "break-master-record.cpy".

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
       01 transaction-file-status       pic xx.
       01 break-master-status           pic xx.
       01 transaction-eof-flag          pic x value 'n'.
           88 transaction-eof               value 'y'.

       01 read-count                    pic 9(7) comp value 0.
       01 applied-count                 pic 9(7) comp value 0.
       01 refused-count                 pic 9(7) comp value 0.

       01 edit-reason-code              pic x(16).
           88 transaction-is-clean          value spaces.
       01 new-status-code               pic x(1).
       01 outcome-text                  pic x(16).

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).
       01 count-edited                  pic zzzzzz9.

       procedure division.
       break-status-update-main.
           perform set-run-date
           open input break-transaction-file
           if transaction-file-status not = "00"
               display "break-status-update: transaction file would "
                   "not open, status " transaction-file-status
               move 12 to return-code
               goback
           end-if
           open i-o break-master-file
           if break-master-status not = "00"
               display "break-status-update: break master would not "
                   "open, status " break-master-status
               close break-transaction-file
               move 12 to return-code
               goback
           end-if
           open output report-file
           perform write-report-heading
           read break-transaction-file
               at end move 'y' to transaction-eof-flag
           end-read
           perform apply-one-transaction until transaction-eof
           perform write-report-footing
           close break-transaction-file
           close break-master-file
           close report-file
           display "break-status-update: " read-count " read, "
               applied-count " applied, " refused-count " refused"
           if refused-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
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

       apply-one-transaction.
           add 1 to read-count
           perform validate-transaction
           if transaction-is-clean
               move new-status-code to bk-status
               move run-date-text to bk-status-date
               move bt-analyst-id to bk-analyst-id
               move bt-reason-text to bk-reason-text
               rewrite break-master-record
                   invalid key move "REWRITE-FAILED" to edit-reason-code
               end-rewrite
           end-if
           if transaction-is-clean
               add 1 to applied-count
               move "APPLIED" to outcome-text
           else
               add 1 to refused-count
               move edit-reason-code to outcome-text
           end-if
           perform write-transaction-line
           read break-transaction-file
               at end move 'y' to transaction-eof-flag
           end-read.

      *> first failure wins, the same one-reason-per-row rule the
      *> desk's other edits follow - the row fields in layout order,
      *> then the master lookup, then the state check against what
      *> the master already says.
       validate-transaction.
           move spaces to edit-reason-code
           move spaces to new-status-code
           if bt-invoice-id = spaces
               move "BLANK-INVOICE" to edit-reason-code
           end-if
           if transaction-is-clean
               evaluate bt-action
                   when "INVESTIGATED"
                       move "I" to new-status-code
                   when "RESOLVED"
                       move "R" to new-status-code
                   when "WRITTEN-OFF"
                       move "W" to new-status-code
                   when other
                       move "BAD-ACTION" to edit-reason-code
               end-evaluate
           end-if
           if transaction-is-clean
               if bt-analyst-id = spaces
                   move "BLANK-ANALYST" to edit-reason-code
               end-if
           end-if
           if transaction-is-clean
               if bt-reason-text = spaces
                   move "BLANK-REASON" to edit-reason-code
               end-if
           end-if
           if transaction-is-clean
               move bt-invoice-id to bk-invoice-id
               read break-master-file
                   invalid key move "UNKNOWN-BREAK" to edit-reason-code
               end-read
           end-if
           if transaction-is-clean
               if not bk-break-outstanding
                   move "BREAK-CLOSED" to edit-reason-code
               end-if
           end-if.

       write-report-heading.
           move spaces to report-line
           string "RECONCILIATION BREAK STATUS UPDATES  (RUN DATE "
                   delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "INVOICE       ACTION        ANALYST   OUTCOME           REASON"
               to report-line
           write report-line.

       write-transaction-line.
           move spaces to report-line
           string
               bt-invoice-id delimited size
               "  " delimited size
               bt-action delimited size
               "  " delimited size
               bt-analyst-id delimited size
               "  " delimited size
               outcome-text delimited size
               "  " delimited size
               bt-reason-text delimited size
               into report-line
           end-string
           write report-line.

       write-report-footing.
           move spaces to report-line
           write report-line
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
           write report-line.

       end program break-status-update.
