      * exchange-rate working fields - see the FXRATEP paragraphs
       77 ws-fx-file-status            pic xx
           value spaces.
       77 ws-fx-eof-flag               pic x
           value "N".
       77 ws-fx-count                  pic 9(4)
           value 0.
       01 ws-fx-rate-table.
           05 ws-fx-entry
               occurs 1 to 3000 times depending on ws-fx-count.
               10 ws-fx-currency       pic xx.
               10 ws-fx-date           pic 9(8).
               10 ws-fx-rate-value     pic 9(3)v9(6).
       77 ws-fx-idx                    pic 9(4)
           value 0.
      * what the caller looks up, and what comes back
       77 ws-fx-look-currency          pic xx
           value spaces.
       77 ws-fx-look-date              pic 9(8)
           value 0.
       77 ws-fx-rate-found             pic x
           value "N".
       77 ws-fx-found-date             pic 9(8)
           value 0.
       77 ws-fx-found-rate             pic 9(3)v9(6)
           value 0.
