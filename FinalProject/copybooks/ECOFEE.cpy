      * eco-fee table record - one line per stewardship fee category
      * per effective date, maintained by ops like the other dated
      * reference files. A category's fee is the line with the latest
      * effective date on or before the day of the sale; a new rate
      * is a new line, so last year's sales still price at last
      * year's fee. Every category belongs to one provincial
      * stewardship program, which is what the fees are remitted to.
       01 eco-fee-record.
           05 ef-fee-category           pic x(4).
      * YYYYMMDD the fee takes effect
           05 ef-effective-date         pic 9(8).
      * dollars per unit sold
           05 ef-unit-fee               pic 9(3)v99.
           05 ef-program-code           pic x(6).
           05 ef-program-name           pic x(20).
