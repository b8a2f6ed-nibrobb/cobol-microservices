           select archive-audit-file assign to "AUDITARCH"
               organization sequential
               file status is archive-audit-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
               replacing ==audit-record== by ==archive-record==
                         leading ==au-== by ==ar-==.

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 live-audit-status             pic xx.
       01 archive-audit-status          pic xx.
       01 copied-count                  pic 9(7) comp value 0.
       01 straggler-count               pic 9(7) comp value 0.
       01 skip-index                    pic 9(7) comp.
       01 archived-count                pic 9(7) comp value 0.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       audit-log-cutover-main.
                   straggler-count " caught on the second pass"
               move 0 to return-code
           end-if
           compute archived-count = copied-count + straggler-count
           perform write-run-control
           goback.

      *> a live log that will not open (nothing was ever logged - the
               close live-audit-file
           end-if.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "AUDITCUT" to rn-job-name
           move "CUTOVER" to rn-step-name
           move "AUDITCUT" to rn-program-name
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
           move archived-count to rn-records-in
           move archived-count to rn-records-out
           move straggler-count to rn-control-total-1
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "audit-log-cutover: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program audit-log-cutover.
