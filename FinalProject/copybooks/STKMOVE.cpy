      * stock-ledger movement record - one line per unit movement
      * that changes what the chain owns, appended to the permanent
      * stkmove.dat by the step that posts the movement (receipts by
      * PoReceiving, sales/returns/transfers/adjustments by
      * InventoryPost off DataSplitCount's split files, count
      * variances by PhysCount, vendor returns by RtvProcessing).
      * The month-end StockLedger folds the period's lines by store
      * and department and values them at the SKU master's cost and
      * retail; markdowns come from the price history instead, so
      * they never appear here.
       01 stock-movement-record.
           05 sk-store-number           pic xx.
           05 sk-sku-code               pic x(15).
      * P = purchase received, S = sold (or a sale undone - void,
      * layaway cancel), R = customer return, T = store transfer,
      * K = physical count variance, V = returned to vendor,
      * W = keyed adjustment (write-off or found goods)
           05 sk-movement-type          pic x.
      * signed in the direction of the stock: + onto the books,
      * - off them
           05 sk-units                  pic s9(7)
               sign is leading separate.
      * YYYYMMDD of the movement itself - what the period cut uses
           05 sk-movement-date          pic 9(8).
      * the batch whose run posted the movement
           05 sk-batch-id               pic x(8).
