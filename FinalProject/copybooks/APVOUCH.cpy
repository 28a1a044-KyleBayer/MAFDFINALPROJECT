      * accounts-payable voucher record - one per vendor invoice that
      * passed the three-way match (invoice against PO against what
      * the stores actually received), written by ApMatch to the
      * per-batch apvouch_<batch>.dat extract the payables system
      * loads. Nothing reaches payables without a clean match; the
      * rest waits on ApMatch's exception report.
       01 ap-voucher-record.
           05 av-vendor-id              pic x(4).
           05 av-vendor-name            pic x(20).
           05 av-remit-address          pic x(30).
           05 av-remit-city             pic x(20).
           05 av-remit-state            pic xx.
           05 av-remit-zip              pic x(10).
           05 av-invoice-number         pic x(12).
           05 av-invoice-date           pic 9(8).
      * YYYYMMDD the net amount is due, per the vendor's terms
           05 av-due-date               pic 9(8).
      * last day the early-pay discount may be taken, and what it
      * is worth - both zero when the vendor gives no discount
           05 av-discount-date          pic 9(8).
           05 av-discount-amount        pic 9(7)v99.
           05 av-invoice-amount         pic 9(9)v99.
           05 av-line-count             pic 9(3).
           05 av-batch-id               pic x(8).
