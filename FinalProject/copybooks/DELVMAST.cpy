      * delivery master record - one per sale going out on our truck,
      * keyed by the sale's invoice number. Delivery opens it the
      * night the sale posts (the address defaults from the customer
      * master), prints it on the store's manifest for its scheduled
      * date, and closes it when the driver's confirmation comes
      * back. What replaced the whiteboard in the back room.
       01 delivery-record.
           05 dv-invoice-number         pic x(9).
           05 dv-store-number           pic xx.
           05 dv-customer-number        pic x(8).
           05 dv-customer-name          pic x(20).
      * where the truck goes and who to call on the way - copied off
      * the customer master when the delivery is opened
           05 dv-address                pic x(30).
           05 dv-phone                  pic x(10).
      * YYYYMMDD the sale rang / the stop is scheduled for - the
      * customer's requested date, or the first available day
           05 dv-sale-date              pic 9(8).
           05 dv-scheduled-date         pic 9(8).
      * S = scheduled (still to be delivered), D = delivered
           05 dv-status                 pic x.
           05 dv-delivered-date         pic 9(8).
      * trips that came back undelivered (nobody home, refused)
           05 dv-attempts               pic 99.
      * the units going out on the stop - the sale's item lines
           05 dv-item-count             pic 99.
           05 dv-item                   occurs 6 times.
               10 dv-item-sku           pic x(15).
               10 dv-item-serial        pic x(12).
               10 dv-item-qty           pic 9(3).
           05 filler                    pic x(20).
