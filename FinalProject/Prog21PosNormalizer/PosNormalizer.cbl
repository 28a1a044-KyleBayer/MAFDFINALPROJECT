
       fd fixed-output-file
           data record is fixed-output-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==fo==
                     ==input-line== by ==fixed-output-line==.
       01 fixed-control-line redefines fixed-output-line.
           05 fc-marker                pic x.
           05 fc-count                 pic 9(9).
           05 filler                   pic x(143).

       fd fixed-input-file
           data record is fixed-input-line
           record contains 153 characters.
       01 fixed-input-line             pic x(153).

       fd exception-file
           data record is exception-line
           05 ws-f-time                pic x(6).
      * the employee purchaser on a staff-discount transaction
           05 ws-f-purchaser           pic x(4).
      * the rain check quoted on an item line of a sale
           05 ws-f-rain-check          pic x(9).

       77 ws-field-count               pic 99
           value 0.
                   ws-f-repl-sku ws-f-salesperson ws-f-promo
                   ws-f-gift-card ws-f-approver ws-f-register
                   ws-f-serial ws-f-time ws-f-purchaser
                   ws-f-rain-check
               tallying in ws-field-count
           end-unstring.

               move 0 to fo-transaction-time
           end-if.
           move ws-f-purchaser to fo-purchaser-id.
           move ws-f-rain-check to fo-rain-check-number.
           write fixed-output-line.
           add 1 to ws-detail-count.

