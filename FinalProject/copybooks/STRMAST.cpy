      * rollup subtotals by; spaces means unassigned and rolls up
      * under the "??" district until someone owns it
           05 stm-district              pic xx.
      * YYYYMMDD the store opened, closed, and was last remodeled or
      * relocated - zero where there is none (an open date of zero
      * is a store that predates the dates being kept). A store
      * counts as comparable only after a full year trading under
      * the same footprint; see the COMPP paragraph.
           05 stm-open-date             pic 9(8).
           05 stm-close-date            pic 9(8).
           05 stm-remodel-date          pic 9(8).
