      *> be back to scanning. rm-as-of-date repeats the date in the
      *> iso text form the rest of the system compares and reports,
      *> so no consumer ever has to un-complement the key.
      *> rm-rate-source says which feed published the quote: "ECB"
      *> for the nightly ecb load and the history backfill,
      *> "SECONDARY" for the licensed secondary provider's file,
      *> loaded only on a night the ecb path did not publish (see
      *> jcl/secrate.jcl). an ecb load of the same date replaces a
      *> secondary quote; a secondary load never replaces an ecb one.
       01 rate-master-record.
           05 rm-key.
               10 rm-currency-code     pic x(3).
               10 rm-date-complement   pic 9(8).
           05 rm-as-of-date            pic x(10).
           05 rm-rate-value            pic s9(5)v9(9) comp-3.
           05 rm-rate-source           pic x(10).
               88 rm-source-secondary      value "SECONDARY".
