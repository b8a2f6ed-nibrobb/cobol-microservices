      *> into reads audit-record.cpy, not a second shape to keep in
      *> step with it.
       fd  extract-file.
       01 extract-record                pic x(5190).

       fd  report-file.
       01 report-line                   pic x(132).
