      *> is validated here instead: clean records pass through to
      *> GLCLEAN for the reconciliation, rejects land on GLREJECT
      *> carrying the untouched record plus a reason code, so the gl
      *> team gets a precise fix list instead of report noise. a
      *> well-formed currency code is then looked up on the currency
      *> reference master (CURMSTR, see currency-master-record.cpy)
      *> for the line's as-of date, so a typo that happens to be
      *> three letters, or a code retired before that date, is
      *> rejected here too; a master that will not open skips that
      *> one check with a note on sysout rather than holding up the
      *> whole extract. return
      *> code 0 is a clean extract, 4 means at least one reject was
      *> written, 12 means the extract itself would not open.
       identification division.
               organization sequential.
           select reject-file assign to "GLREJECT"
               organization sequential.
           select currency-master-file assign to "CURMSTR"
               organization indexed
               access dynamic
               record key cy-currency-code
               file status is currency-master-status.
           select run-control-file assign to "RUNCTL"
               organization sequential
               file status is run-control-status.

       data division.
       file section.
           05 filler                    pic x.
           05 rej-reason-code           pic x(16).

       fd  currency-master-file.
           copy "currency-master-record.cpy".

       fd  run-control-file.
           copy "run-control-record.cpy".

       working-storage section.
       01 gl-file-status                pic xx.
       01 gl-eof-flag                   pic x value 'n'.
       01 date-month                    pic 9(2).
       01 date-day                      pic 9(2).

       01 currency-master-status        pic xx.
       01 currency-master-open-flag     pic x value 'n'.
           88 currency-master-available     value 'y'.

       01 run-control-status            pic xx.
       01 run-control-stamp             pic x(21).

       procedure division.
       gl-extract-edit-main.
           open input gl-extract-file
               display "gl-extract-edit: gl extract would not open, "
                   "status " gl-file-status
               move 12 to return-code
               perform write-run-control
               goback
           end-if
           open input currency-master-file
           if currency-master-status = "00"
               move 'y' to currency-master-open-flag
           else
               display "gl-extract-edit: currency master would not "
                   "open, status " currency-master-status
                   " - currency codes checked for shape only"
           end-if
           open output clean-file
           open output reject-file
           read gl-extract-file
           end-read
           perform edit-one-gl-record until gl-eof
           close gl-extract-file
           if currency-master-available
               close currency-master-file
           end-if
           close clean-file
           close reject-file
           display "gl-extract-edit: " read-count " read, "
           else
               move 0 to return-code
           end-if
           perform write-run-control
           goback.

       edit-one-gl-record.
           end-if
           if record-is-clean
               perform validate-gl-as-of-date
           end-if
           if record-is-clean
               and currency-master-available
               perform validate-gl-currency-reference
           end-if.

      *> all three characters have to be an upper-case letter - the
               end-if
           end-if.

      *> the reason codes are the ones the live service answers a
      *> refused code with, so the gl team and the desk read the
      *> same words for the same fault.
       validate-gl-currency-reference.
           move gl-currency-code to cy-currency-code
           read currency-master-file
               invalid key continue
           end-read
           evaluate true
               when currency-master-status not = "00"
                   move "UNKNOWN-CCY" to edit-reason-code
               when not cy-currency-active
                   move "INACTIVE-CCY" to edit-reason-code
               when gl-as-of-date < cy-valid-from
                   or gl-as-of-date > cy-valid-to
                   move "CCY-NOT-VALID" to edit-reason-code
           end-evaluate.

      *> this step's line on the shared run-control ledger, written
      *> once the return code is settled - see run-control-record.cpy
      *> for what each count means for this step.
       write-run-control.
           move function current-date to run-control-stamp
           move spaces to run-control-record
           move 0 to rn-records-in rn-records-out rn-records-rejected
               rn-control-total-1 rn-control-total-2 rn-control-total-3
           move "RECONCIL" to rn-job-name
           move "GLEDIT" to rn-step-name
           move "GLEDIT" to rn-program-name
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
           move read-count to rn-records-in
           move clean-count to rn-records-out
           move reject-count to rn-records-rejected
           move return-code to rn-return-code
           open extend run-control-file
           if run-control-status = "00"
               write run-control-record
               close run-control-file
           else
               display "gl-extract-edit: run-control ledger would not open, "
                   "status " run-control-status " - run not recorded"
           end-if.

       end program gl-extract-edit.
