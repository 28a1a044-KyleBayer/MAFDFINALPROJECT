      * cash-rounding working fields - see the CASHRNDP paragraph
       77 ws-cr-amount                 pic 9(5)v99
           value 0.
       77 ws-cr-adjustment             pic sv99
           value 0.
       77 ws-cr-cents                  pic 9(7)
           value 0.
       77 ws-cr-dimes                  pic 9(6)
           value 0.
       77 ws-cr-last-digit             pic 9
           value 0.
