      * intraday day register - one line per event of a business day
      * that is run as several micro-batches instead of one nightly
      * batch. The driver writes an "M" when a micro-batch starts and
      * a "C" when its chain completes, and the "F" once the day's
      * finalize has run the daily-only steps over the combined day.
      * EDITS and DataSplitCount look their batch up here to learn it
      * is one slice of a longer day, DayFinalize combines every "M"
      * of the day, and MonthClose will not seal a period holding a
      * day that was started in micro-batches but never finalized.
       01 day-batch-record.
           05 dbr-business-date        pic 9(8).
      * the micro-batch - or, on the "F", the day's own batch-id
           05 dbr-batch-id             pic x(8).
      * M = micro-batch started, C = its chain completed,
      * F = day finalized
           05 dbr-record-type          pic x.
      * YYYYMMDDHHMMSS the event was recorded
           05 dbr-stamp                pic 9(14).
