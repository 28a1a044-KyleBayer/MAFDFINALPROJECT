      * vendor master record - the vendor behind every sm-vendor-id
      * and po-vendor-id, maintained through MasterMaint like the
      * other masters. ApMatch pays a vendor invoice only against a
      * vendor on file, and the voucher extract it writes carries
      * the remit-to address and payment terms from here instead of
      * off the vendor's own paper.
       01 vendor-master-record.
           05 vd-vendor-id              pic x(4).
           05 vd-vendor-name            pic x(20).
      * where payment is mailed - not always where the goods ship
      * from
           05 vd-remit-address          pic x(30).
           05 vd-remit-city             pic x(20).
           05 vd-remit-state            pic xx.
           05 vd-remit-zip              pic x(10).
      * payment terms: pay in full within the net days of the
      * invoice date, or take the discount percent off if paid
      * within the discount days (2/10 net 30 is 2.00, 10, 030);
      * zero discount days means the vendor gives no early-pay
      * discount
           05 vd-terms-net-days         pic 9(3).
           05 vd-terms-disc-pct         pic 99v99.
           05 vd-terms-disc-days        pic 9(3).
      * our commission on the vendor's consignment goods, as a
      * percent of what they sold for (25.00 keeps a quarter) - the
      * rest is what the monthly settlement owes the vendor; zero
      * for a vendor with nothing on consignment
           05 vd-consign-comm-pct       pic 99v99.
      * room to grow - new vendor fields come out of here so the
      * indexed file never needs converting
           05 filler                    pic x(16).
