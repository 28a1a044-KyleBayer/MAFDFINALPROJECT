      * stock-ledger balance record - one line per store/department
      * carrying the retail-method inventory at cost and at retail as
      * of the end of the last period rolled. StockLedger reads it as
      * the period's opening inventory and rewrites it whole with the
      * ending figures - same carry-forward idiom as the other
      * line-sequential ledgers.
       01 stock-ledger-record.
           05 lg-store-number           pic xx.
           05 lg-department             pic x(4).
      * the period these balances close - YYYYMM, or "FyyPpp" on
      * the fiscal calendar, the same tag MonthClose seals
           05 lg-period                 pic x(6).
           05 lg-cost-amount            pic s9(9)v99
               sign is leading separate.
           05 lg-retail-amount          pic s9(9)v99
               sign is leading separate.
