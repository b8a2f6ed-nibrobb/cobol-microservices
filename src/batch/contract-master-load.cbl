               access dynamic
               record key cm-key
               file status is contract-master-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  contract-master-file.
           copy "contract-master-record.cpy".

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
      *> the staged rows are parsed from here, not from the input
      *> file's record area - the clean file is closed again before
       01 loaded-count                  pic 9(5) comp value 0.
       01 duplicate-count               pic 9(5) comp value 0.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       contract-master-load-main.
           perform read-clean-file-into-stage
               display "contract-master-load: clean file exceeds "
                   stage-table-capacity " rows, master not rebuilt"
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           if stage-count = 0
               display "contract-master-load: no clean contracts to "
                   "load, master not rebuilt"
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           open output contract-master-file
               display "contract-master-load: contract master would "
                   "not open, status " contract-master-status
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           perform load-one-contract-row
           display "contract-master-load: " loaded-count " loaded, "
               duplicate-count " duplicate keys dropped"
           move 0 to return-code
           perform write-run-control
           goback.

       read-clean-file-into-stage.
                   add 1 to loaded-count
           end-write.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "CONTREDT" to rn-job-name
           move "CONMLOD" to rn-step-name
           move "CONMLOD" to rn-program-name
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
           move stage-count to rn-records-in
           move loaded-count to rn-records-out
           move duplicate-count to rn-records-rejected
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "contract-master-load: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program contract-master-load.
