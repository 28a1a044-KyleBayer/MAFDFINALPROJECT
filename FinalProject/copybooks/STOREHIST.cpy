           05 shd-exchange-amt          pic 9(9)v99.
           05 shd-lay-pay-count         pic 9(5).
           05 shd-lay-pay-amt           pic 9(9)v99.
      * the part of the counts and amounts above that came in
      * through the web store for this store to fulfil - never in
      * the store's own upload, so the upload check takes it back
      * out. Spaces on rows written before it was carried.
           05 shd-web-count             pic 9(5).
           05 shd-web-amt               pic 9(9)v99.
