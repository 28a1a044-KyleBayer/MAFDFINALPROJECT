      * store sales plan record - finance's budget of net sales for
      * one store in one fiscal period, keyed so a whole year's plan
      * can be keyed ahead through MasterMaint. Net sales means what
      * the store statements print as NET: sales plus layaways plus
      * exchanges less returns.
       01 sales-plan-record.
           05 pln-plan-key.
               10 pln-store-number      pic xx.
      * the four-digit fiscal year and fiscal period (fcr-year and
      * fcr-period of the fiscal calendar) - calendar year and month
      * while no fiscal calendar is in use
               10 pln-fiscal-year       pic 9(4).
               10 pln-fiscal-period     pic 99.
           05 pln-plan-sales            pic 9(9)v99.
           05 filler                    pic x(9).
