      * expected-closed calendar - one line per day a store is not
      * expected to trade: a planned closure, a renovation, a
      * holiday. Maintained by hand in storeclosed.dat, ahead of the
      * day. StoreCollector and DayFinalize look the business day up
      * here so a store that is closed is neither alarmed as "sent
      * nothing" nor held against its normal volume as a partial
      * upload.
       01 closed-day-record.
      * YYYYMMDD the store is closed
           05 cdr-date                 pic 9(8).
      * the store - spaces closes every store (a chain-wide holiday)
           05 cdr-store-number         pic xx.
      * free text for whoever reads the file - not used by the batch
           05 cdr-reason               pic x(20).
