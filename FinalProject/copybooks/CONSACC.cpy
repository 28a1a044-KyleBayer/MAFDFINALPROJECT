      * consignment accrual record - one line per sale, return, void
      * or layaway cancel of a consignment SKU, appended to the
      * permanent consignacc.dat by InventoryPost as it posts the
      * day's units. The monthly ConsignSettle folds the period's
      * lines by vendor and pays each vendor what its goods sold
      * for, less our commission off the vendor master.
       01 consign-accrual-record.
           05 ca-vendor-id              pic x(4).
           05 ca-store-number           pic xx.
           05 ca-sku-code               pic x(15).
           05 ca-invoice-number         pic x(9).
      * S = sold (a layaway too), R = customer return, V = sale
      * voided, C = layaway cancelled
           05 ca-accrual-type           pic x.
      * signed the way the payable moves: + a sale we owe the vendor
      * for, - a return or void that takes it back
           05 ca-units                  pic s9(5)
               sign is leading separate.
           05 ca-sale-amount            pic s9(7)v99
               sign is leading separate.
      * YYYYMMDD of the sale itself - what the period cut uses
           05 ca-sale-date              pic 9(8).
      * the batch whose run accrued the line
           05 ca-batch-id               pic x(8).
