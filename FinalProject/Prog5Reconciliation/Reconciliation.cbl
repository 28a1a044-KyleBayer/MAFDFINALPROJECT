
       fd datasplit-count-file
           data record is datasplit-count-line
           record contains 117 characters.
       01 datasplit-count-line.
           05 dc-sale-layaway-count    pic 9(9).
           05 dc-return-count          pic 9(9).
           05 dc-paid-io-count         pic 9(9).
           05 dc-lay-cancel-count      pic 9(9).
           05 dc-adjustment-count      pic 9(9).
           05 dc-special-order-count   pic 9(9).
           05 dc-rain-check-count      pic 9(9).
           05 dc-work-order-count      pic 9(9).

       fd prog3-count-file
           data record is prog3-count-line
       01 ws-split-paid-io-count       pic 9(9) value 0.
       01 ws-split-lay-cancel-count    pic 9(9) value 0.
       01 ws-split-adjustment-count    pic 9(9) value 0.
       01 ws-split-special-order-count pic 9(9) value 0.
       01 ws-split-rain-check-count    pic 9(9) value 0.
       01 ws-split-work-order-count    pic 9(9) value 0.
       01 ws-transfer-track-count      pic 9(9) value 0.
       01 ws-arledger-count            pic 9(9) value 0.
       01 ws-paidio-count              pic 9(9) value 0.
           05 ws-sj-display            pic zzzzzzz9
               value 0.

       01 ws-split-special-order-detail.
           05 filler                   pic x(24)
               value "  SPECIAL ORDER COUNT: ".
           05 ws-sq-display            pic zzzzzzz9
               value 0.

       01 ws-split-rain-check-detail.
           05 filler                   pic x(24)
               value "  RAIN CHECK COUNT: ".
           05 ws-sk-display            pic zzzzzzz9
               value 0.

       01 ws-split-work-order-detail.
           05 filler                   pic x(24)
               value "  WORK ORDER COUNT: ".
           05 ws-sw-display            pic zzzzzzz9
               value 0.

       01 ws-transfer-count-detail.
           05 filler                   pic x(24)
               value "TRANSFERS TRACKED: ".
                           to ws-split-lay-cancel-count
                       move dc-adjustment-count
                           to ws-split-adjustment-count
                       move dc-special-order-count
                           to ws-split-special-order-count
                       move dc-rain-check-count
                           to ws-split-rain-check-count
                       move dc-work-order-count
                           to ws-split-work-order-count
               end-read
           else
               move 0 to ws-split-sale-layaway-count
               move 0 to ws-split-paid-io-count
               move 0 to ws-split-lay-cancel-count
               move 0 to ws-split-adjustment-count
               move 0 to ws-split-special-order-count
               move 0 to ws-split-rain-check-count
               move 0 to ws-split-work-order-count
           end-if.

           if ws-p3-file-status = "00"
                   + ws-split-on-account-count
                   + ws-split-paid-io-count
                   + ws-split-lay-cancel-count
                   + ws-split-adjustment-count
                   + ws-split-special-order-count
                   + ws-split-rain-check-count
                   + ws-split-work-order-count)
               move "Y" to ws-edits-vs-split-flag
           else
               move "N" to ws-edits-vs-split-flag
                   + ws-split-on-account-count
                   + ws-split-paid-io-count
                   + ws-split-lay-cancel-count
                   + ws-split-adjustment-count
                   + ws-split-special-order-count
                   + ws-split-rain-check-count
                   + ws-split-work-order-count.
           write report-line from ws-split-total-detail
               after advancing 1 line.

           move ws-split-adjustment-count to ws-sj-display.
           write report-line from ws-split-adjustment-detail.

           move ws-split-special-order-count to ws-sq-display.
           write report-line from ws-split-special-order-detail.

           move ws-split-rain-check-count to ws-sk-display.
           write report-line from ws-split-rain-check-detail.

           move ws-split-work-order-count to ws-sw-display.
           write report-line from ws-split-work-order-detail.

           move ws-prog3-count to ws-p3-display.
           write report-line from ws-prog3-count-detail
               after advancing 1 line.
