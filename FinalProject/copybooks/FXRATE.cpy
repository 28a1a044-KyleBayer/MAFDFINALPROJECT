      * exchange-rate reference record - one line per currency per
      * day in fxrates.dat, kept by ops the same way as the other
      * reference files: the morning's posted rate is appended as a
      * new line, never keyed over an old one. A transaction
      * converts at the latest rate dated on or before its own date.
       01 fx-rate-record.
      * the tender code the rate applies to - "US" for U.S. cash
           05 fx-currency-code          pic xx.
           05 fx-rate-date              pic 9(8).
      * home dollars per one unit of the foreign currency
           05 fx-rate                   pic 9(3)v9(6).
