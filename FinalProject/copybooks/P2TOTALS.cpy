      * DataSplitCount's printed subtotals in machine-readable form -
      * prog2totals_<batch-id>.dat, one "S" line per store with its
      * sales, layaway and return subtotals, then one "P" line per
      * payment type with its count and amount (only the first pair
      * used). RerunCompare sets two runs of a batch side by side
      * from these instead of someone eyeballing two Prog2Reports.
       01 prog2-totals-record.
      * S = store subtotal, P = payment type
           05 pt-record-type            pic x.
      * store number on an "S" line, payment code on a "P" line
           05 pt-key                    pic xx.
           05 pt-count-1                pic 9(5).
           05 pt-amount-1               pic 9(7)v99.
           05 pt-count-2                pic 9(5).
           05 pt-amount-2               pic 9(7)v99.
           05 pt-count-3                pic 9(5).
           05 pt-amount-3               pic 9(7)v99.
