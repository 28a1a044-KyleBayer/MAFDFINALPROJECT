      * expected-closed calendar working fields - see the CLOSDAYP
      * paragraphs
       77 ws-cd-file-status            pic xx
           value spaces.
       77 ws-cd-eof-flag               pic x
           value "N".
      * the day looked up, YYYYMMDD
       77 ws-cd-check-date             pic 9(8)
           value 0.
      * Y when the whole chain is closed on the day looked up
       77 ws-cd-all-closed             pic x
           value "N".
      * the stores closed on that day, and the answer for one store
       77 ws-cd-count                  pic 9(3)
           value 0.
       01 ws-cd-table.
           05 ws-cd-store              pic xx
               occurs 1 to 99 times depending on ws-cd-count.
       77 ws-cd-idx                    pic 9(3)
           value 0.
       77 ws-cd-check-store            pic xx
           value spaces.
       77 ws-cd-store-closed           pic x
           value "N".
