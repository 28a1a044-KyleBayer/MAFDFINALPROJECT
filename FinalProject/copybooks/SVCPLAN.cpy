      * service-plan contract master record - svcplan.dat, one per
      * extended service plan sold, keyed by the serial number of the
      * unit it covers (the serial the plan's sale line carries).
      * DataSplitCount opens it when the plan sells and cancels it
      * when the plan comes back inside the return window; EDITS
      * reads it to vet plan sales and returns; ServicePlan earns the
      * price straight-line over the term at each month end and
      * prints what is still deferred. A unit carries one live
      * contract at a time - a new plan on the same serial replaces
      * an expired or settled one.
       01 service-plan-record.
           05 svc-serial-number        pic x(12).
           05 svc-store-number         pic xx.
           05 svc-customer-number      pic x(8).
      * the plan SKU sold and the invoice it sold on
           05 svc-plan-sku             pic x(15).
           05 svc-plan-invoice         pic x(9).
      * the covered unit - its SKU and the invoice it sold on, from
      * the warranty registry; a unit sold on the plan's own invoice
      * that the registry hasn't seen yet carries that invoice and a
      * blank SKU
           05 svc-covered-sku          pic x(15).
           05 svc-covered-invoice      pic x(9).
      * YYYYMMDD sold, the term in months from the SKU master, and
      * YYYYMMDD the coverage runs out
           05 svc-sale-date            pic 9(8).
           05 svc-term-months          pic 9(3).
           05 svc-end-date             pic 9(8).
      * the plan's price - what is deferred when it sells
           05 svc-price                pic 9(5)v99.
      * A = active, C = cancelled (returned in the window),
      * E = expired (the term has run and the price is fully earned)
           05 svc-status               pic x.
      * how much of the price has been earned into the GL so far,
      * and the YYYYMM of the month end that last earned it
           05 svc-earned-to-date       pic 9(5)v99.
           05 svc-last-earned-period   pic 9(6).
      * the return that cancelled it - YYYYMMDD, its invoice, and
      * what the customer was refunded
           05 svc-cancel-date          pic 9(8).
           05 svc-cancel-invoice       pic x(9).
           05 svc-refund-amount        pic 9(5)v99.
           05 filler                   pic x(20).
