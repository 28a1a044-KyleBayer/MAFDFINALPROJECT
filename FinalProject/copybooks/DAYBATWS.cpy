      * intraday day-register working fields - see the DAYBATP
      * paragraph
       77 ws-db-file-status            pic xx
           value spaces.
       77 ws-db-eof-flag               pic x
           value "N".
      * Y when this batch-id is on the register as a micro-batch,
      * and the business day it is a slice of
       77 ws-intraday-batch            pic x
           value "N".
       77 ws-intraday-date             pic 9(8)
           value 0.
