      * repair/service work-order master record - workorder.dat, one
      * per item taken in for repair, keyed by the invoice number of
      * the "W" intake transaction (that number is on the customer's
      * claim tag, and every later "U" status update and the "Y"
      * pickup quote it as their own invoice number, the way a "P"
      * payment quotes its layaway). DataSplitCount opens and posts
      * it, deciding at intake from the warranty registry whether the
      * repair is under warranty; EDITS reads it to vet the updates
      * and the pickup; WorkOrder ages what is still in the shop and
      * writes the vendor warranty claims. What replaced the paper
      * repair tag.
       01 work-order-record.
           05 wo-order-number           pic x(9).
           05 wo-store-number           pic xx.
           05 wo-customer-number        pic x(8).
           05 wo-sku-code               pic x(15).
           05 wo-serial-number          pic x(12).
      * what the shop quoted for the repair at intake - a status
      * update may revise it
           05 wo-estimate               pic 9(5)v99.
      * W = under warranty (the vendor pays), C = customer-paid
           05 wo-warranty-flag          pic x.
      * the registry's original sale of the unit, when it was found
      * there - spaces/zero for a unit we have no sale on record for
           05 wo-sale-invoice           pic x(9).
           05 wo-sale-date              pic 9(8).
      * YYYYMMDD taken in
           05 wo-intake-date            pic 9(8).
      * O = open (just taken in), A = awaiting parts, B = on the
      * bench, C = complete and waiting for the customer, P = picked
      * up - and the date it last changed
           05 wo-status                 pic x.
           05 wo-status-date            pic 9(8).
      * YYYYMMDD picked up, and the value of the work done - what
      * the customer paid, or on a warranty repair what the vendor
      * is claimed for
           05 wo-pickup-date            pic 9(8).
           05 wo-charge                 pic 9(5)v99.
      * the batch whose vendor claim extract carried a warranty
      * repair - spaces until it has been claimed
           05 wo-claim-batch            pic x(8).
           05 filler                    pic x(20).
