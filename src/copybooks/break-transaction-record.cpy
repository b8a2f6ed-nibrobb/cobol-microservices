      *> break-transaction-record.cpy
      *> one desk action against a reconciliation break, keyed in by
      *> the analyst working the break in the same flat-file-plus-
      *> copybook way the contract-rate file is (see contract-rate-
      *> record.cpy). the action word is one of INVESTIGATED,
      *> RESOLVED or WRITTEN-OFF; the analyst id and a short reason
      *> are both required, since "who closed this and why" is the
      *> whole point of keeping the break master. the nightly
      *> transaction run (see batch/break-status-update.cbl) applies
      *> each row to the break master by invoice id.
       01 break-transaction-record.
           05 bt-invoice-id            pic x(12).
           05 bt-action                pic x(12).
           05 bt-analyst-id            pic x(8).
           05 bt-reason-text           pic x(40).
