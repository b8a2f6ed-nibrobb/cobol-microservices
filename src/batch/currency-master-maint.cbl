      >>source format free
      *> currency-master-maint - the maintenance run for the currency
      *> reference master (see copybooks/currency-master-record.cpy).
      *> the desk keeps the currency list as a flat file in the
      *> master's own layout; this run edits every row, lists each
      *> one on its own edit report, and rebuilds the keyed master
      *> from the clean rows - the same edit-then-rebuild the
      *> contract file gets from contract-rate-edit and contract-
      *> master-load, in one step because the list is a few hundred
      *> rows at most. a row is rejected, with a reason code on the
      *> report and the row byte-for-byte on CURREJCT, when the code
      *> is not three upper-case letters, the name is blank, the
      *> minor units are not a digit from 0 to 4, the active flag is
      *> not Y or N, either valid date is not a real yyyy-mm-dd, the
      *> range is reversed, or the code already appeared on an
      *> earlier clean row. clean rows go forward on CURCLEAN - the
      *> generation the live service scans when the master is held -
      *> and each is reported against what yesterday's master said:
      *> ADDED, CHANGED (the old minor units, flag and range are
      *> printed beneath, so a redenomination is visible on the
      *> report that made it) or UNCHANGED. a code on yesterday's
      *> master that the file no longer carries is reported DROPPED.
      *> the master is rebuilt from scratch - a code the desk deletes
      *> has to vanish - and only once the whole file has been read
      *> and staged: a file that will not open, or yields no clean
      *> row at all, refuses the rebuild and leaves yesterday's
      *> master standing. CURCLEAN is likewise written from the
      *> staged rows only once there is at least one, so a refused
      *> run never leaves an empty clean file behind it. return code 0 is a clean file, 4 means at
      *> least one row was rejected, 12 means the rebuild was refused.
      *> see jcl/curmaint.jcl.
       identification division.
       program-id. currency-master-maint.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select currency-file assign to "CURRENCY"
               organization sequential
               file status is currency-file-status.
           select currency-master-file assign to "CURMSTR"
               organization indexed
               access dynamic
               record key cy-currency-code of currency-master-file
               file status is currency-master-status.
           select clean-file assign to "CURCLEAN"
               organization sequential.
           select reject-file assign to "CURREJCT"
               organization sequential.
           select report-file assign to "CURRPT"
               organization line sequential.

       data division.
       file section.
       fd  currency-file.
           copy "currency-master-record.cpy".

       fd  currency-master-file.
           copy "currency-master-record.cpy".

       fd  clean-file.
       01 clean-record                  pic x(55).

      *> the reject carries the input row byte-for-byte - the desk
      *> fixes it in place and resubmits - with the reason code
      *> alongside rather than replacing any of it.
       fd  reject-file.
       01 reject-record.
           05 rej-currency-data         pic x(55).
           05 filler                    pic x.
           05 rej-reason-code           pic x(16).

       fd  report-file.
       01 report-line                   pic x(132).

       working-storage section.
       01 currency-file-status          pic xx.
       01 currency-master-status        pic xx.
       01 currency-eof-flag             pic x value 'n'.
           88 currency-eof                  value 'y'.

       01 read-count                    pic 9(7) comp value 0.
       01 clean-count                   pic 9(7) comp value 0.
       01 reject-count                  pic 9(7) comp value 0.
       01 added-count                   pic 9(7) comp value 0.
       01 changed-count                 pic 9(7) comp value 0.
       01 unchanged-count               pic 9(7) comp value 0.
       01 dropped-count                 pic 9(7) comp value 0.

       01 edit-reason-code              pic x(16).
           88 record-is-clean               value spaces.
       01 outcome-text                  pic x(16).

       01 currency-char-index           pic 9(3) comp.
       01 currency-char                 pic x.
       01 date-under-test               pic x(10).
       01 date-digits                   pic 9(8).
       01 date-digits-x redefines date-digits pic x(8).
       01 date-shape-flag               pic x value 'y'.
           88 date-shape-is-valid           value 'y'.

       01 current-date-text             pic x(21).
       01 run-date-text                 pic x(10).

      *> yesterday's master, read whole before anything is written,
      *> so each clean row can be reported against it and the codes
      *> the file has dropped can be listed after.
       01 old-count                     pic 9(3) comp value 0.
       01 old-table occurs 400 times.
           05 od-currency-record        pic x(55).
           05 od-seen-flag              pic x.
               88 od-seen                   value 'y'.
       01 old-index                     pic 9(3) comp.
       01 old-slot                      pic 9(3) comp.
       01 old-found-flag                pic x value 'n'.
           88 old-found                     value 'y'.
           copy "currency-master-record.cpy"
               replacing ==currency-master-record== by ==old-currency==
                         leading ==cy-== by ==oc-==.

      *> every clean row, staged for the rebuild - the master is not
      *> opened for output until the whole file has been read.
       01 staged-count                  pic 9(3) comp value 0.
       01 staged-table-capacity         pic 9(3) comp value 400.
       01 staged-table occurs 400 times pic x(55).
       01 staged-index                  pic 9(3) comp.
       01 duplicate-found-flag          pic x value 'n'.
           88 duplicate-found               value 'y'.

       01 count-edited                  pic zzzzzz9.

       procedure division.
       currency-master-maint-main.
           perform set-run-date
           open input currency-file
           if currency-file-status not = "00"
               display "currency-master-maint: currency file would "
                   "not open, status " currency-file-status
               move 12 to return-code
               goback
           end-if
           perform load-old-master
           open output reject-file
           open output report-file
           perform write-report-heading
           read currency-file
               at end move 'y' to currency-eof-flag
           end-read
           perform edit-one-currency until currency-eof
           close currency-file
           close reject-file
           if staged-count = 0
               move spaces to report-line
               write report-line
               move "NO CLEAN ROW - MASTER NOT REBUILT" to report-line
               write report-line
               close report-file
               display "currency-master-maint: no clean row in "
                   read-count " read - master left as it was"
               move 12 to return-code
               goback
           end-if
           perform write-clean-file
           perform write-dropped-section
           perform rebuild-currency-master
           perform write-report-footing
           close report-file
           display "currency-master-maint: " read-count " read, "
               clean-count " clean, " reject-count " rejected, "
               added-count " added, " changed-count " changed, "
               dropped-count " dropped"
           if currency-master-status not = "00"
               move 12 to return-code
           else
               if reject-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
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

      *> a master that will not open is the first build - every
      *> clean row then reports ADDED.
       load-old-master.
           open input currency-master-file
           if currency-master-status = "00"
               move low-values
                   to cy-currency-code of currency-master-file
               start currency-master-file
                   key >= cy-currency-code of currency-master-file
                   invalid key continue
               end-start
               if currency-master-status = "00"
                   perform keep-one-old-currency
                       until currency-master-status not = "00"
               end-if
               close currency-master-file
           end-if.

       keep-one-old-currency.
           read currency-master-file next
               at end continue
           end-read
           if currency-master-status = "00"
               if old-count < 400
                   add 1 to old-count
                   move currency-master-record of currency-master-file
                       to od-currency-record(old-count)
                   move 'n' to od-seen-flag(old-count)
               else
                   display "currency-master-maint: old master past "
                       "400 codes, "
                       cy-currency-code of currency-master-file
                       " not compared"
               end-if
           end-if.

       edit-one-currency.
           add 1 to read-count
           perform validate-currency-row
           if record-is-clean
               add 1 to clean-count
               add 1 to staged-count
               move currency-master-record of currency-file
                   to staged-table(staged-count)
               perform compare-with-old-master
           else
               add 1 to reject-count
               move spaces to reject-record
               move currency-master-record of currency-file
                   to rej-currency-data
               move edit-reason-code to rej-reason-code
               write reject-record
               move edit-reason-code to outcome-text
           end-if
           perform write-currency-line
           if outcome-text = "CHANGED"
               perform write-old-values-line
           end-if
           read currency-file
               at end move 'y' to currency-eof-flag
           end-read.

      *> first failure wins, in the row's own layout order, with the
      *> range and duplicate checks last - the one-reason-per-row
      *> rule every desk edit in this system follows.
       validate-currency-row.
           move spaces to edit-reason-code
           perform check-one-currency-character
               varying currency-char-index from 1 by 1
               until currency-char-index > 3
                  or not record-is-clean
           if record-is-clean
               if cy-currency-name of currency-file = spaces
                   move "BLANK-NAME" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if cy-minor-units of currency-file not numeric
                   or cy-minor-units of currency-file > 4
                   move "BAD-MINOR-UNITS" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if not cy-currency-active of currency-file
                   and not cy-currency-inactive of currency-file
                   move "BAD-ACTIVE-FLAG" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               move cy-valid-from of currency-file to date-under-test
               perform check-date-shape
               if not date-shape-is-valid
                   move "BAD-FROM-DATE" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               move cy-valid-to of currency-file to date-under-test
               perform check-date-shape
               if not date-shape-is-valid
                   move "BAD-TO-DATE" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if cy-valid-from of currency-file
                   > cy-valid-to of currency-file
                   move "RANGE-REVERSED" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               perform check-duplicate-code
               if duplicate-found
                   move "DUPLICATE-CODE" to edit-reason-code
               end-if
           end-if
           if record-is-clean
               if staged-count not < staged-table-capacity
                   move "TOO-MANY-CODES" to edit-reason-code
               end-if
           end-if.

       check-one-currency-character.
           move cy-currency-code of currency-file(currency-char-index:1)
               to currency-char
           if currency-char < "A" or currency-char > "Z"
               move "BAD-CURRENCY" to edit-reason-code
           end-if.

      *> 9999-12-31, the open-ended valid-to, is a real date and
      *> passes the same test as any other.
       check-date-shape.
           move 'y' to date-shape-flag
           move date-under-test(1:4) to date-digits-x(1:4)
           move date-under-test(6:2) to date-digits-x(5:2)
           move date-under-test(9:2) to date-digits-x(7:2)
           if date-under-test(5:1) not = "-"
               or date-under-test(8:1) not = "-"
               or date-digits-x not numeric
               move 'n' to date-shape-flag
           else
               if function test-date-yyyymmdd(date-digits) not = 0
                   move 'n' to date-shape-flag
               end-if
           end-if.

       check-duplicate-code.
           move 'n' to duplicate-found-flag
           perform match-one-staged-code
               varying staged-index from 1 by 1
               until staged-index > staged-count
                  or duplicate-found.

       match-one-staged-code.
           if staged-table(staged-index)(1:3)
                   = cy-currency-code of currency-file
               move 'y' to duplicate-found-flag
           end-if.

       compare-with-old-master.
           move 'n' to old-found-flag
           perform match-one-old-code
               varying old-index from 1 by 1
               until old-index > old-count
                  or old-found
           if not old-found
               add 1 to added-count
               move "ADDED" to outcome-text
           else
               move 'y' to od-seen-flag(old-slot)
               move od-currency-record(old-slot) to old-currency
               if old-currency
                   = currency-master-record of currency-file
                   add 1 to unchanged-count
                   move "UNCHANGED" to outcome-text
               else
                   add 1 to changed-count
                   move "CHANGED" to outcome-text
               end-if
           end-if.

       match-one-old-code.
           if od-currency-record(old-index)(1:3)
                   = cy-currency-code of currency-file
               move old-index to old-slot
               move 'y' to old-found-flag
           end-if.

      *> the clean file carries the staged rows in the order the desk
      *> keeps them.
       write-clean-file.
           open output clean-file
           perform write-one-clean-row
               varying staged-index from 1 by 1
               until staged-index > staged-count
           close clean-file.

       write-one-clean-row.
           move staged-table(staged-index) to clean-record
           write clean-record.

      *> the clean rows are written in the order the desk keeps
      *> them - the key is the code, so a random write per row puts
      *> each where it belongs whatever that order is.
       rebuild-currency-master.
           open output currency-master-file
           if currency-master-status not = "00"
               display "currency-master-maint: currency master would "
                   "not open for the rebuild, status "
                   currency-master-status
           else
               perform write-one-staged-currency
                   varying staged-index from 1 by 1
                   until staged-index > staged-count
               close currency-master-file
               move "00" to currency-master-status
           end-if.

       write-one-staged-currency.
           move staged-table(staged-index)
               to currency-master-record of currency-master-file
           write currency-master-record of currency-master-file
               invalid key
                   display "currency-master-maint: "
                       cy-currency-code of currency-master-file
                       " not written, status " currency-master-status
           end-write.

       write-report-heading.
           move spaces to report-line
           string "CURRENCY REFERENCE MAINTENANCE  (RUN DATE "
                   delimited size
               run-date-text delimited size
               ")" delimited size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "CCY  NAME                            MINOR  ACT  VALID-FROM  VALID-TO    OUTCOME"
               to report-line
           write report-line.

       write-currency-line.
           move spaces to report-line
           string
               cy-currency-code of currency-file delimited size
               "  " delimited size
               cy-currency-name of currency-file delimited size
               "  " delimited size
               cy-minor-units of currency-file delimited size
               "      " delimited size
               cy-active-flag of currency-file delimited size
               "    " delimited size
               cy-valid-from of currency-file delimited size
               "  " delimited size
               cy-valid-to of currency-file delimited size
               "  " delimited size
               outcome-text delimited size
               into report-line
           end-string
           write report-line.

       write-old-values-line.
           move spaces to report-line
           string
               "     WAS                             " delimited size
               oc-minor-units delimited size
               "      " delimited size
               oc-active-flag delimited size
               "    " delimited size
               oc-valid-from delimited size
               "  " delimited size
               oc-valid-to delimited size
               into report-line
           end-string
           write report-line.

       write-dropped-section.
           move spaces to report-line
           write report-line
           move "CODES ON THE MASTER NO LONGER IN THE FILE - DROPPED"
               to report-line
           write report-line
           perform write-one-dropped-code
               varying old-index from 1 by 1
               until old-index > old-count
           if dropped-count = 0
               move "  (NONE)" to report-line
               write report-line
           end-if.

       write-one-dropped-code.
           if not od-seen(old-index)
               add 1 to dropped-count
               move od-currency-record(old-index) to old-currency
               move spaces to report-line
               string
                   oc-currency-code delimited size
                   "  " delimited size
                   oc-currency-name delimited size
                   "  " delimited size
                   oc-minor-units delimited size
                   "      " delimited size
                   oc-active-flag delimited size
                   "    " delimited size
                   oc-valid-from delimited size
                   "  " delimited size
                   oc-valid-to delimited size
                   "  DROPPED" delimited size
                   into report-line
               end-string
               write report-line
           end-if.

       write-report-footing.
           move spaces to report-line
           write report-line
           move clean-count to count-edited
           move spaces to report-line
           string "TOTAL CLEAN                " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move reject-count to count-edited
           move spaces to report-line
           string "TOTAL REJECTED             " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move added-count to count-edited
           move spaces to report-line
           string "TOTAL ADDED                " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move changed-count to count-edited
           move spaces to report-line
           string "TOTAL CHANGED              " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line
           move dropped-count to count-edited
           move spaces to report-line
           string "TOTAL DROPPED              " delimited size
               count-edited delimited size
               into report-line
           end-string
           write report-line.

       end program currency-master-maint.
