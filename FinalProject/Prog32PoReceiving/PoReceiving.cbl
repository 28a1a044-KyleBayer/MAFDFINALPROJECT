      * prints the open-PO exception report so short shipments and
      * stale orders surface instead of living in someone's head.
      * Until now every truck made im-on-hand wrong until the next
      * physical count. A customer special order's PO line received
      * in full flips the order to arrived and puts the customer on
      * the pickup-notice extract.

       environment division.
       configuration section.
           record key is im-store-sku-key
           file status is ws-im-file-status.

      * permanent stock-ledger movement journal - every receipt
      * posted here is a purchase the month-end StockLedger rolls
           select stock-move-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

      * permanent receiving history - when each PO line's goods
      * came in, for the vendor scorecard's lead times
           select receipt-history-file
           assign to "../../../data/rcvhist.dat"
           organization is line sequential
           file status is ws-rv-file-status.

      * the special-order master read front to back for the orders
      * still on order - which PO line each one is waiting on
           select special-order-scan-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is sequential
           record key is ss-order-number
           file status is ws-ss-file-status.

      * the same master, flipped to arrived as the goods come in
           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is random
           record key is so-order-number
           file status is ws-so-file-status.

      * customer master - names and addresses for the pickup notices
           select cust-master-file
           assign to "../../../data/custmaster.dat"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cm-file-status.

      * the pickup-notice extract - one record per special order
      * that arrived tonight, feeding whatever prints the notices
           select pickup-notice-file
           assign to dynamic ws-pickup-filename
           organization is line sequential
           file status is ws-pn-file-status.

      * configurable aging threshold - an open line with nothing
      * received this many days after the order date is flagged;
      * changeable by ops without a recompile
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd stock-move-file
           data record is stock-movement-record
           record contains 42 characters.
       copy "../copybooks/STKMOVE.cpy".

       fd receipt-history-file
           data record is receipt-history-record
           record contains 58 characters.
       copy "../copybooks/RCVHIST.cpy".

       fd special-order-scan-file
           data record is special-order-scan-record.
       copy "../copybooks/SOMAST.cpy"
           replacing ==special-order-record==
                  by ==special-order-scan-record==
                     leading ==so== by ==ss==.

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

       fd cust-master-file
           data record is customer-master-record.
       copy "../copybooks/CUSTMAST.cpy".

      * same idea as LayLetters' letter extract - who to tell, how to
      * reach them, which order came in and what is still owed on it
       fd pickup-notice-file
           data record is pickup-notice-record
           record contains 120 characters.
       01 pickup-notice-record.
           05 pn-customer-number       pic x(8).
           05 pn-customer-name         pic x(20).
           05 pn-address               pic x(30).
           05 pn-phone                 pic x(10).
           05 pn-order-number          pic x(9).
           05 pn-store-number          pic xx.
           05 pn-sku-code              pic x(15).
      * the quoted goods less the deposit already paid
           05 pn-balance-due           pic 9(7)v99.
           05 pn-arrived-date          pic 9(8).
           05 filler                   pic x(9).

       fd age-threshold-file
           data record is age-threshold-record
           record contains 3 characters.
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-pickup-filename           pic x(44)
           value spaces.

       77 ws-pt-file-status            pic xx
           value spaces.
           value spaces.
       77 ws-at-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-rv-file-status            pic xx
           value spaces.
       77 ws-pm-file-status            pic xx
           value spaces.
       77 ws-ss-file-status            pic xx
           value spaces.
       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-so-file-available         pic x
           value "N".
       77 ws-cm-file-status            pic xx
           value spaces.
       77 ws-cm-file-available         pic x
           value "N".
       77 ws-pn-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

       77 ws-lines-closed              pic 9(5)
           value 0.

      * special orders still on order, by the PO line each waits on
       77 ws-sp-count                  pic 9(4)
           value 0.
       01 ws-special-table.
           05 ws-sp-entry
               occurs 1 to 2000 times depending on ws-sp-count.
               10 ws-sp-po-number      pic x(8).
               10 ws-sp-order-number   pic x(9).
       77 ws-sp-idx                    pic 9(4)
           value 0.
       77 ws-sp-found                  pic x
           value "N".
       77 ws-arrived-count             pic 9(5)
           value 0.
       77 ws-balance-due               pic s9(7)v99
           value 0.

      * compiled-in default: flag an untouched line two weeks old,
      * unless poagedays.dat says otherwise
       77 ws-age-threshold-days        pic 9(3)
           05 cl-count                 pic zzzz9
               value 0.

       01 ws-arrived-total-detail.
           05 filler                   pic x(24)
               value "SPECIAL ORDERS ARRIVED: ".
           05 sa-count                 pic zzzz9
               value 0.

       01 ws-orphan-total-detail.
           05 filler                   pic x(24)
               value "ORPHAN RECEIPTS: ".
               thru 10-apply-exit.

           if ws-already-posted is not equal to "Y"
               perform 15-load-special-orders
                   thru 15-load-special-exit
               perform 20-post-receipts
                   thru 20-post-receipts-exit
           end-if.
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.
           string "../../../data/pickup_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-pickup-filename.

      * loads the aging threshold so ops can tighten or loosen it
      * without recompiling - keeps the compiled-in default if
           end-if
           end-if.

      * every special order still on order, by the PO line it waits
      * on - a receipt closing one of those lines flips the order
       15-load-special-orders.
           move 0 to ws-sp-count.
           move "N" to ws-eof-flag.
           open input special-order-scan-file.
           if ws-ss-file-status is not equal to "00"
               go to 15-load-special-exit
           end-if.
           read special-order-scan-file
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if ss-status = "O"
                   and ss-po-number is not equal to spaces
                   if ws-sp-count >= 2000
                       display "PORECEIVING: SPECIAL ORDER TABLE FULL"
                           " - RAISE LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-sp-count
                   move ss-po-number to ws-sp-po-number(ws-sp-count)
                   move ss-order-number
                       to ws-sp-order-number(ws-sp-count)
               end-if
               read special-order-scan-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close special-order-scan-file.
           move "N" to ws-eof-flag.

       15-load-special-exit.
           exit.

      * the batch's receiving file: every receipt pays its PO line
      * down and posts its units up into the store's on-hand
       20-post-receipts.
               open i-o inventory-master-file
           end-if.

           open extend stock-move-file.
           if ws-sk-file-status is not equal to "00"
               open output stock-move-file
           end-if.
           open extend receipt-history-file.
           if ws-rv-file-status is not equal to "00"
               open output receipt-history-file
           end-if.
           if ws-sp-count > 0
               open i-o special-order-file
               if ws-so-file-status = "00"
                   move "Y" to ws-so-file-available
               end-if
               open input cust-master-file
               if ws-cm-file-status = "00"
                   move "Y" to ws-cm-file-available
               end-if
           end-if.
           open output pickup-notice-file.

           read receipt-file at end move "Y" to ws-eof-flag.
           perform 22-post-one-receipt
               thru 22-post-receipt-exit
               until ws-eof-flag = "Y".
           close receipt-file inventory-master-file stock-move-file
               receipt-history-file pickup-notice-file.
           if ws-so-file-available = "Y"
               close special-order-file
           end-if.
           if ws-cm-file-available = "Y"
               close cust-master-file
           end-if.

           move ws-receipt-count to rt-count.
           move ws-units-received to rt-units.
           move ws-lines-closed to cl-count.
           write report-line from ws-closed-total-detail
               after advancing 1 line.
           move ws-arrived-count to sa-count.
           write report-line from ws-arrived-total-detail
               after advancing 1 line.
           move ws-orphan-count to or-count.
           write report-line from ws-orphan-total-detail
               after advancing 1 line.
                       add 1 to ws-lines-closed
                   end-if
                   rewrite po-master-record
                   perform 24-record-receipt-history
                   if po-number(1:1) = "S"
                       and po-qty-received >= po-qty-ordered
                       and ws-so-file-available = "Y"
                       perform 26-flag-special-order
                           thru 26-flag-special-exit
                   end-if
           end-read.

      * the physical units arrived either way - on-hand goes up
                   rewrite inventory-master-record
           end-read.

      * and the stock ledger hears about the purchase
           if ws-sk-file-status = "00"
               move rc-store-number to sk-store-number
               move rc-sku-code to sk-sku-code
               move "P" to sk-movement-type
               move rc-qty-received to sk-units
               move rc-receipt-date to sk-movement-date
               move ws-batch-id to sk-batch-id
               write stock-movement-record
           end-if.

       22-post-receipt-exit.
           read receipt-file at end move "Y" to ws-eof-flag.

      * the line's receipt into the permanent receiving history
       24-record-receipt-history.
           if ws-rv-file-status = "00"
               move po-number to rv-po-number
               move po-sku-code to rv-sku-code
               move rc-store-number to rv-store-number
               move po-vendor-id to rv-vendor-id
               move po-order-date to rv-order-date
               move rc-receipt-date to rv-receipt-date
               move rc-qty-received to rv-qty-received
               move ws-batch-id to rv-batch-id
               write receipt-history-record
           end-if.

      * the special order behind a fully received "S" line is in -
      * flip it to arrived and tell the customer to come get it
       26-flag-special-order.
           move "N" to ws-sp-found.
           perform varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-count
                   or ws-sp-found = "Y"
               if ws-sp-po-number(ws-sp-idx) = po-number
                   move "Y" to ws-sp-found
                   move ws-sp-order-number(ws-sp-idx)
                       to so-order-number
               end-if
           end-perform.
           if ws-sp-found is not equal to "Y"
               go to 26-flag-special-exit
           end-if.
           read special-order-file
               invalid key
                   go to 26-flag-special-exit
           end-read.
           if so-status is not equal to "O"
               go to 26-flag-special-exit
           end-if.
           move "A" to so-status.
           move rc-receipt-date to so-arrived-date.
           rewrite special-order-record.
           add 1 to ws-arrived-count.
           perform 28-write-pickup-notice.

       26-flag-special-exit.
           exit.

      * one notice per arrived order - an order whose customer is
      * off the master still goes out with the number, so the store
      * can look the customer up from the deposit slip
       28-write-pickup-notice.
           move spaces to pickup-notice-record.
           move so-customer-number to pn-customer-number.
           if ws-cm-file-available = "Y"
               move so-customer-number to cm-customer-number
               read cust-master-file
                   invalid key
                       continue
                   not invalid key
                       move cm-customer-name to pn-customer-name
                       move cm-address to pn-address
                       move cm-phone to pn-phone
               end-read
           end-if.
           move so-order-number to pn-order-number.
           move so-store-number to pn-store-number.
           move so-sku-code to pn-sku-code.
           compute ws-balance-due =
               (so-quantity * so-unit-price) - so-deposit-amount.
           if ws-balance-due < 0
               move 0 to ws-balance-due
           end-if.
           move ws-balance-due to pn-balance-due.
           move so-arrived-date to pn-arrived-date.
           write pickup-notice-record.

      * walks the whole PO master: an open line part-received is a
      * short shipment, an open line untouched past the threshold
      * has gone stale - both are the buyer's morning call list
