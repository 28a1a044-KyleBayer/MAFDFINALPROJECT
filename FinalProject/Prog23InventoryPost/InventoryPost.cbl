
      * one-line marker written after this batch has been posted - a
      * rerun of the same batch must not move the units again
      * permanent stock-ledger movement journal - every unit this
      * step moves is also a line the month-end StockLedger rolls
           select stock-move-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

      * SKU master - which SKUs are a vendor's consignment goods
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * permanent consignment accrual journal - every sale, return
      * or void of a consignment SKU is a line the monthly
      * ConsignSettle pays the vendor from
           select consign-accrual-file
           assign to "../../../data/consignacc.dat"
           organization is line sequential
           file status is ws-ca-file-status.

           select post-marker-file
           assign to dynamic ws-post-marker-filename
           organization is line sequential

       fd movement-file
           data record is movement-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==mv==
                     ==input-line== by ==movement-line==.
      * the shipment the goods left on, spaces while holding
           05 dh-shipment-id           pic x(12).

       fd stock-move-file
           data record is stock-movement-record
           record contains 42 characters.
       copy "../copybooks/STKMOVE.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd consign-accrual-file
           data record is consign-accrual-record
           record contains 63 characters.
       copy "../copybooks/CONSACC.cpy".

       fd post-marker-file
           data record is post-marker-record
           record contains 8 characters.
           value spaces.
       77 ws-dh-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-ca-file-status            pic xx
           value spaces.
       77 ws-consign-accrued           pic 9(5)
           value 0.
       77 ws-defectives-held           pic 9(5)
           value 0.
       77 ws-sh-file-status            pic xx
      * +1 to put units back on the shelf, -1 to take them off
       77 ws-direction                 pic s9
           value 0.
      * the stock-ledger movement type the postings in hand are
      * journaled under - see the STKMOVE copybook
       77 ws-move-type                 pic x
           value spaces.
       77 ws-posted-count              pic 9(9)
           value 0.

      * the consignment accrual in hand - fed from the movement
      * record or, on a cancel restock, from the history line
       77 ws-acc-sku                   pic x(15)
           value spaces.
       77 ws-acc-invoice               pic x(9)
           value spaces.
       77 ws-acc-type                  pic x
           value spaces.
       77 ws-acc-units                 pic s9(5)
           value 0.
       77 ws-acc-amount                pic s9(7)v99
           value 0.
       77 ws-acc-date                  pic 9(8)
           value 0.

      * return reasons per invoice, collected on a first pass over
      * the returns file - a multi-line return carries its reason on
      * the header, which the valid-file key order puts AFTER the
           05 df-count                 pic zzzz9
               value 0.

       01 ws-consign-total-line.
           05 filler                   pic x(24)
               value "CONSIGNMENT ACCRUED: ".
           05 ca2-count                pic zzzz9
               value 0.

       01 ws-cancel-total-line.
           05 filler                   pic x(24)
               value "CANCELS RESTOCKED: ".
               move "Y" to ws-km-file-available
           end-if.

           open extend stock-move-file.
           if ws-sk-file-status is not equal to "00"
               open output stock-move-file
           end-if.

           open input sales-history-file.
           if ws-sh-file-status = "00"
               move "Y" to ws-sh-file-available
           end-if.

           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           open extend consign-accrual-file.
           if ws-ca-file-status is not equal to "00"
               open output consign-accrual-file
           end-if.

           perform 10-collect-return-reasons.

      * sales and layaways take units off the shelf
           move -1 to ws-direction.
           move "S" to ws-move-type.
           move spaces to ws-movement-filename.
           string "../../../data/salelayaways_" delimited by size
               ws-batch-id delimited by space

      * restockable returns put them back
           move +1 to ws-direction.
           move "R" to ws-move-type.
           move spaces to ws-movement-filename.
           string "../../../data/returns_" delimited by size
               ws-batch-id delimited by space

      * a voided sale never left the shelf - put it back
           move +1 to ws-direction.
           move "S" to ws-move-type.
           move spaces to ws-movement-filename.
           string "../../../data/voids_" delimited by size
               ws-batch-id delimited by space
      * store's shelf and onto the receiving store's in one step -
      * the "G" receipt confirmation moves nothing, it only settles
      * the in-transit watch TransferTrack keeps
           move "T" to ws-move-type.
           move spaces to ws-movement-filename.
           string "../../../data/transfers_" delimited by size
               ws-batch-id delimited by space
      * a cancelled layaway's goods come back to the shelf - the
      * item lines are probed out of the sales history the original
      * "L" posted into
           move "S" to ws-move-type.
           move spaces to ws-movement-filename.
           string "../../../data/laycancels_" delimited by size
               ws-batch-id delimited by space
      * shelf, damaged and donated goods come off it - reason-coded
      * and approved at the store instead of discovered at count
      * time
           move "W" to ws-move-type.
           move spaces to ws-movement-filename.
           string "../../../data/adjustments_" delimited by size
               ws-batch-id delimited by space
               into ws-movement-filename.
           perform 29-post-adjustment-file.

           close inventory-master-file stock-move-file.
           if ws-km-file-available = "Y"
               close kit-master-file
           end-if.
           if ws-sh-file-available = "Y"
               close sales-history-file
           end-if.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.
           close consign-accrual-file.

           open output post-marker-file.
           move ws-batch-id to post-marker-record.
           move ws-cancels-restocked to cr2-count.
           write report-line from ws-cancel-total-line
               after advancing 1 line.
           move ws-consign-accrued to ca2-count.
           write report-line from ws-consign-total-line
               after advancing 1 line.
           write report-line from ws-negative-heading
               after advancing 2 lines.
           if ws-neg-count = 0
      * explosion as the original posting, so a cancelled kit puts
      * its components back and never the bundle SKU itself
       28a-restock-one-line.
           move sh-sku-code to ws-acc-sku.
           move mv-invoice-number to ws-acc-invoice.
           move mv-transaction-date to ws-acc-date.
           move "C" to ws-acc-type.
           compute ws-acc-units = 0 - sh-quantity.
      * the eco fee inside the line is owed to the stewardship
      * program, not the vendor
           move 0 to ws-acc-amount.
           if sh-transaction-amount is numeric
               and sh-eco-fee is numeric
               compute ws-acc-amount =
                   0 - (sh-transaction-amount - sh-eco-fee)
           end-if.
           perform 36-accrue-consignment
               thru 36-accrue-exit.

           move sh-sku-code to ws-kit-probe-sku.
           perform 31-probe-kit-components
               thru 31-probe-kit-exit.
           move "N" to ws-eof-flag.

       30-post-one-movement.
      * a consignment SKU's sale is owed to its vendor and its
      * return or void takes that back - whether or not the goods
      * go back on the shelf. The eco fee inside the line is owed
      * to the stewardship program instead, so it stays out.
           move mv-sku-code to ws-acc-sku.
           move mv-invoice-number to ws-acc-invoice.
           move mv-transaction-date to ws-acc-date.
           evaluate true
               when mv-transaction-code = "R"
                   move "R" to ws-acc-type
               when ws-direction > 0
                   move "V" to ws-acc-type
               when other
                   move "S" to ws-acc-type
           end-evaluate.
           compute ws-acc-units = 0 - ws-direction * mv-quantity.
           move 0 to ws-acc-amount.
           if mv-transaction-amount is numeric
               and mv-eco-fee is numeric
               compute ws-acc-amount =
                   0 - ws-direction
                       * (mv-transaction-amount - mv-eco-fee)
           end-if.
           perform 36-accrue-consignment
               thru 36-accrue-exit.

           if mv-transaction-code = "R"
               perform 35-find-return-reason
               if ws-rr-reason-found is not equal to "C"
           if im-on-hand < 0
               perform 40-note-negative
           end-if.
           perform 34-journal-movement.

      * one holding record per defective item line, appended behind
      * whatever the back room already holds - rides inside the
               write defective-holding-record
               close defective-holding-file
               add 1 to ws-defectives-held
      * still ours until RtvProcessing ships it back, so the stock
      * ledger takes the return in here and the shipment out there
               move mv-store-number to ws-post-store
               move mv-sku-code to ws-post-sku
               move dh-qty to ws-post-units
               perform 34-journal-movement
           end-if.

      * the same posting onto the stock-ledger movement journal -
      * inside the batch's posting marker, so a rerun can't journal
      * the day twice any more than it can move the units twice
       34-journal-movement.
           if ws-sk-file-status = "00"
               move ws-post-store to sk-store-number
               move ws-post-sku to sk-sku-code
               move ws-move-type to sk-movement-type
               move ws-post-units to sk-units
               move mv-transaction-date to sk-movement-date
               move ws-batch-id to sk-batch-id
               write stock-movement-record
           end-if.

      * the reason the return's header carried - a legacy single-line
               end-perform
           end-if.

      * one accrual line when ws-acc-sku is a vendor's consignment
      * goods - inside the batch's posting marker, so a rerun can't
      * owe the vendor twice. The bundle is what sold, so a kit is
      * judged by its own SKU, never its components.
       36-accrue-consignment.
           if ws-skm-file-available is not equal to "Y"
               or ws-ca-file-status is not equal to "00"
               go to 36-accrue-exit
           end-if.
           move ws-acc-sku to sm-sku-code.
           read sku-master-file
               invalid key
                   go to 36-accrue-exit
           end-read.
           if sm-consign-flag is not equal to "Y"
               go to 36-accrue-exit
           end-if.
           move sm-vendor-id to ca-vendor-id.
           move mv-store-number to ca-store-number.
           move ws-acc-sku to ca-sku-code.
           move ws-acc-invoice to ca-invoice-number.
           move ws-acc-type to ca-accrual-type.
           move ws-acc-units to ca-units.
           move ws-acc-amount to ca-sale-amount.
           move ws-acc-date to ca-sale-date.
           move ws-batch-id to ca-batch-id.
           write consign-accrual-record.
           add 1 to ws-consign-accrued.

       36-accrue-exit.
           exit.

      * one row per negative store/SKU, kept current as the day's
      * postings move it further
       40-note-negative.
