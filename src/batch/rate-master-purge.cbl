               file status is rate-master-status.
           select report-file assign to "PURGRPT"
               organization line sequential.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  report-file.
       01 report-line                   pic x(132).

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 retention-card-status         pic xx.
       01 rate-master-status            pic xx.
       01 empty-currency-count          pic 9(3) comp value 0.
       01 total-deleted-count           pic 9(7) comp value 0.
       01 total-kept-count              pic 9(7) comp value 0.
       01 master-read-count             pic 9(7) comp value 0.

       01 count-edited                  pic zzzzzz9.
       01 days-edited                   pic zzzz9.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       rate-master-purge-main.
           perform load-retention-card
               write report-line
               close report-file
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           perform count-master-records
               perform write-refusal-section
               close report-file
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           perform delete-old-records
               " deleted, " total-kept-count " kept, cutoff "
               cutoff-date-text
           move 0 to return-code
           perform write-run-control
           goback.

      *> one all-digits card, in days - a missing or unreadable card
               at end continue
           end-read
           if rate-master-status = "00"
               add 1 to master-read-count
               perform find-currency-slot
               if currency-slot-found
                   add 1 to cu-total-count(currency-slot)
           move count-edited to report-line(15:7)
           write report-line.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "ECBRATE" to rn-job-name
           move "PURGMSTR" to rn-step-name
           move "RATEPURG" to rn-program-name
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
           move master-read-count to rn-records-in
           move total-deleted-count to rn-records-out
           move currency-count to rn-control-total-1
           move total-kept-count to rn-control-total-2
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "rate-master-purge: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program rate-master-purge.
