               file status is ecb-feed-file-status.
           select rate-stage-file assign to "RATESTAGE"
               organization line sequential.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
       fd  rate-stage-file.
       01 rate-stage-line               pic x(512).

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
           copy "rate-dataset.cpy".

       01 feed-line-count               pic 9(5) comp value 0.
       01 feed-overflow-flag            pic x value 'n'.
           88 feed-overflowed               value 'y'.
       01 parsed-entry-count            pic 9(5) comp value 0.
       01 staged-line-count             pic 9(5) comp value 0.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       ecb-rate-refresh-main.
                   move csv-ecb-rates(feed-text(1:feed-text-length))
                       to dataset
                   set address of rate-dataset to dataset-ptr
                   move rd-entry-count to parsed-entry-count
                   if rd-entry-count = 0
                       display
                           "ecb-rate-refresh: feed did not parse, nothing staged"
                   end-if
               end-if
           end-if
           perform write-run-control
           goback.

      *> a missing ecbfeed (the ftp step never landed one) leaves
       copy-one-feed-line.
           move ecb-feed-line to rate-stage-line
           write rate-stage-line
           add 1 to staged-line-count
           read ecb-feed-file
               at end move 'y' to feed-eof-flag
           end-read.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "ECBRATE" to rn-job-name
           move "VALIDATE" to rn-step-name
           move "ECBRLOAD" to rn-program-name
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
           move feed-line-count to rn-records-in
           move staged-line-count to rn-records-out
           move parsed-entry-count to rn-control-total-1
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "ecb-rate-refresh: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program ecb-rate-refresh.
