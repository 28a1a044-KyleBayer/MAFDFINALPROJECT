      * receiving history record - one line per receipt PoReceiving
      * posts against a known PO line, appended to the permanent
      * rcvhist.dat. The PO master only remembers how much of a line
      * has come in, not when; this is the when, with the line's
      * vendor and order date carried along so the vendor scorecard
      * can work lead times without going back to the master.
       01 receipt-history-record.
           05 rv-po-number              pic x(8).
           05 rv-sku-code               pic x(15).
           05 rv-store-number           pic xx.
           05 rv-vendor-id              pic x(4).
      * YYYYMMDD the order was cut, and the truck was counted
           05 rv-order-date             pic 9(8).
           05 rv-receipt-date           pic 9(8).
           05 rv-qty-received           pic 9(5).
           05 rv-batch-id               pic x(8).
