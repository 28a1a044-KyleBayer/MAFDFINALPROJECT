      * special-order master record - one per customer special order,
      * keyed by the invoice number of the "Q" transaction that took
      * the deposit. DataSplitCount opens it, SpecialOrder raises the
      * purchase-order line that brings the goods in, PoReceiving
      * flips it to arrived when that line is received in full, and
      * the pickup sale's "SO" tender (the order number rides in the
      * gift-card slot) applies the deposit and closes it. What
      * replaced the paper deposit slip in the drawer.
       01 special-order-record.
           05 so-order-number           pic x(9).
           05 so-store-number           pic xx.
           05 so-customer-number        pic x(8).
           05 so-sku-code               pic x(15).
           05 so-quantity               pic 9(3).
      * the price quoted to the customer, per unit
           05 so-unit-price             pic 9(5)v99.
      * what the customer put down, and how they paid it
           05 so-deposit-amount         pic 9(7)v99.
           05 so-deposit-tender         pic xx.
      * the PO line bringing the goods in - spaces until one is cut
           05 so-po-number              pic x(8).
      * W = waiting for a PO (no vendor on the SKU yet), O = on order,
      * A = arrived and waiting for the customer, C = collected (the
      * pickup sale applied the deposit)
           05 so-status                 pic x.
      * YYYYMMDD the deposit was taken / the goods were received /
      * the customer picked them up
           05 so-order-date             pic 9(8).
           05 so-arrived-date           pic 9(8).
           05 so-collected-date         pic 9(8).
      * the invoice whose "SO" tender collected it - spaces until
      * then
           05 so-collected-invoice      pic x(9).
           05 filler                    pic x(11).
