      * employee purchases reportable instead of indistinguishable
      * from a public promotion.
           05 il-purchaser-id          pic x(4).
      * the nickel rounding on a cash invoice - what the register
      * added (+) or took off (-) to bring the cash to the nearest
      * five cents, worked out by DataSplitCount the same way the
      * register does and carried on the split files from there;
      * zero on every other tender, spaces upstream of the split
           05 il-cash-rounding         pic sv99
               sign is leading separate.
      * the provincial stewardship (eco) fee inside the amount on an
      * item line of a SKU the master maps to a fee category - units
      * times the per-unit fee in force on the transaction date, set
      * by DataSplitCount beside the cash rounding so the merchandise
      * amount is the amount less this; zero on everything else,
      * spaces upstream of the split
           05 il-eco-fee               pic 9(5)v99.
      * the rain check the customer brought in, on the item line of
      * the sale it's honored on - the invoice number of the "K"
      * transaction that issued it, which is what keys the rain-check
      * master. A rain check lets the advertised promo price stand
      * after the promo window has closed. Spaces on everything else.
           05 il-rain-check-number     pic x(9).
