      * replenishment suggestion record - one per store/SKU the
      * nightly Replenish step flags below its reorder point, written
      * to the per-batch replsugg_<batch>.dat alongside the printed
      * report. OrderGen turns the approved ones into real purchase
      * order lines instead of a buyer rekeying them off the report.
       01 replenish-suggestion-record.
           05 rs-store-number           pic xx.
           05 rs-sku-code               pic x(15).
      * the vendor the SKU is bought from, off the SKU master
           05 rs-vendor-id              pic x(4).
           05 rs-on-hand                pic s9(7)
               sign is leading separate.
           05 rs-suggested-qty          pic 9(7).
           05 rs-unit-cost              pic 9(5)v99.
