      *> rate-correction-record.cpy
      *> one correction to a published ecb quote already on the keyed
      *> rate master (see rate-master-record.cpy) - ecb republishing
      *> a day, or a bad figure the feed check let through. keyed in
      *> by the desk in the same flat-file-plus-copybook way the
      *> break transactions are (see break-transaction-record.cpy).
      *> the currency and yyyy-mm-dd as-of date name the master row,
      *> the corrected rate is units of the currency per euro in the
      *> master's own nine decimals, and the reason, requester and
      *> approver are all required - the approver must be a second
      *> person, not the requester, since a correction rewrites
      *> history every later quote and reconciliation is judged by.
      *> the correction run (see batch/rate-correction.cbl) applies
      *> each row and keeps the value it replaced on the history
      *> file (rate-correction-history.cpy).
       01 rate-correction-record.
           05 cr-currency-code         pic x(3).
           05 cr-as-of-date            pic x(10).
           05 cr-corrected-rate        pic 9(5)v9(9).
           05 cr-reason-text           pic x(40).
           05 cr-requester-id          pic x(8).
           05 cr-approver-id           pic x(8).
