      * rain-check master record - one per rain check written when
      * an advertised promo item sold out, keyed by the invoice number
      * of the "K" transaction that issued it (that number is what
      * the customer's copy carries). DataSplitCount opens it, EDITS
      * lets a later sale quoting it keep the promo price after the
      * promo window closes, and DataSplitCount marks it redeemed
      * when that sale posts. RainCheckReport lists what is still
      * outstanding and what has lapsed. What replaced the paper
      * rain-check book at the service desk.
       01 rain-check-record.
           05 rk-check-number           pic x(9).
           05 rk-store-number           pic xx.
           05 rk-customer-number        pic x(8).
           05 rk-sku-code               pic x(15).
           05 rk-promo-code             pic x(6).
      * the units promised at the promo price
           05 rk-quantity               pic 9(3).
      * the regular unit price when the rain check was written
           05 rk-unit-price             pic 9(5)v99.
      * YYYYMMDD written, and the last day it can be redeemed
           05 rk-issue-date             pic 9(8).
           05 rk-expiry-date            pic 9(8).
      * O = outstanding, R = redeemed (an outstanding one past its
      * expiry has lapsed - that is worked out from the dates, not
      * stored)
           05 rk-status                 pic x.
      * the sale that redeemed it, and when
           05 rk-redeemed-invoice       pic x(9).
           05 rk-redeemed-date          pic 9(8).
           05 filler                    pic x(20).
