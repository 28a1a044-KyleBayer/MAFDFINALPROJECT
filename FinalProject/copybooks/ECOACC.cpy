      * eco-fee accrual record - one line per item line of a fee
      * category SKU sold or returned, appended to the permanent
      * ecofeeacc.dat by DataSplitCount as it sets the fee on the
      * record. The monthly EcoFeeRemit folds the period's lines by
      * stewardship program and category into the remittance.
       01 eco-fee-accrual-record.
           05 ea-program-code           pic x(6).
           05 ea-fee-category           pic x(4).
           05 ea-store-number           pic xx.
           05 ea-sku-code               pic x(15).
           05 ea-invoice-number         pic x(9).
      * S = collected on a sale or layaway, R = refunded on a return
           05 ea-accrual-type           pic x.
      * signed the way the liability moves: + collected, - refunded
           05 ea-units                  pic s9(5)
               sign is leading separate.
           05 ea-fee-amount             pic s9(7)v99
               sign is leading separate.
      * YYYYMMDD of the sale or return itself - what the period cut
      * uses
           05 ea-sale-date              pic 9(8).
      * the batch whose run accrued the line
           05 ea-batch-id               pic x(8).
