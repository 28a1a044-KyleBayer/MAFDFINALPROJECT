      * eco-fee working fields - see the ECOFEEP paragraphs
       77 ws-ef-file-status            pic xx
           value spaces.
       77 ws-ef-eof-flag               pic x
           value "N".
       77 ws-ef-count                  pic 9(4)
           value 0.
       01 ws-ef-fee-table.
           05 ws-ef-entry
               occurs 1 to 2000 times depending on ws-ef-count.
               10 ws-ef-category       pic x(4).
               10 ws-ef-date           pic 9(8).
               10 ws-ef-fee            pic 9(3)v99.
               10 ws-ef-program        pic x(6).
               10 ws-ef-program-name   pic x(20).
       77 ws-ef-idx                    pic 9(4)
           value 0.
      * what the caller looks up, and what comes back
       77 ws-ef-look-category          pic x(4)
           value spaces.
       77 ws-ef-look-date              pic 9(8)
           value 0.
       77 ws-ef-fee-found              pic x
           value "N".
       77 ws-ef-found-date             pic 9(8)
           value 0.
       77 ws-ef-found-fee              pic 9(3)v99
           value 0.
       77 ws-ef-found-program          pic x(6)
           value spaces.
       77 ws-ef-found-program-name     pic x(20)
           value spaces.
