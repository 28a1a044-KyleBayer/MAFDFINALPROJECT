      * age-off register record - one line per dated history archive
      * MasterAgeOff has written, naming the master the records came
      * out of and the day they were moved. The archive itself is
      * agedoff_<master>_<run-date>.dat in the master's own record
      * layout; ArchiveInquiry and InvoiceLookup walk this register
      * so a record aged off a permanent master can still be found.
       01 age-off-log-record.
      * saleshist, laymaster, gcledger, pomaster or warranty
           05 ao-master                 pic x(12).
      * YYYYMMDD the age-off run moved the records
           05 ao-run-date               pic 9(8).
           05 ao-record-count           pic 9(7).
