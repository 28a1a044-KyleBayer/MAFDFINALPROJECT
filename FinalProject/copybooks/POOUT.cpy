      * outbound purchase-order line - one per line OrderGen cuts,
      * written to a file per vendor (poout_<vendor>_<batch>.dat)
      * that goes to the vendor as the order itself. The same lines
      * go into the PO entry file so PoReceiving opens them on the
      * PO master and receives against them like any keyed order.
       01 po-outbound-record.
           05 pob-po-number             pic x(8).
           05 pob-vendor-id             pic x(4).
      * the store the goods ship to
           05 pob-ship-to-store         pic xx.
           05 pob-sku-code              pic x(15).
           05 pob-sku-description       pic x(20).
           05 pob-qty-ordered           pic 9(5).
           05 pob-unit-cost             pic 9(5)v99.
      * YYYYMMDD the order was cut
           05 pob-order-date            pic 9(8).
