           record key is sm-sku-code
           file status is ws-skm-file-status.

      * the night's suggestions as data - OrderGen cuts the purchase
      * orders from these instead of a buyer rekeying the report
           select suggestion-file
           assign to dynamic ws-suggestion-filename
           organization is line sequential
           file status is ws-rs-file-status.

      * StockBalance's recommended store-to-store transfers - stock
      * already on its way from another store is not ordered again
      * from the vendor
           select transfer-request-file
           assign to dynamic ws-transfer-filename
           organization is line sequential
           file status is ws-xr-file-status.

      * configurable days-of-supply used when a SKU has a reorder
      * point but no order-up-to level - changeable without a
      * recompile, same idea as the other threshold files

       fd sales-input-file
           data record is sales-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==si==
                     ==input-line== by ==sales-input-line==.
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd suggestion-file
           data record is replenish-suggestion-record
           record contains 43 characters.
       copy "../copybooks/REPLSUGG.cpy".

       fd transfer-request-file
           data record is transfer-request-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==xr==
                     ==input-line== by ==transfer-request-line==.

       fd supply-days-file
           data record is supply-days-record
           record contains 3 characters.
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-suggestion-filename       pic x(44)
           value spaces.
       77 ws-rs-file-status            pic xx
           value spaces.
       77 ws-transfer-filename         pic x(44)
           value spaces.
       77 ws-xr-file-status            pic xx
           value spaces.

       77 ws-si-file-status            pic xx
           value spaces.
       77 ws-today-units               pic 9(7)
           value 0.

      * units recommended to come in from other stores, per
      * receiving store/SKU
       77 ws-xi-count                  pic 9(4)
           value 0.
       01 ws-transfer-in-table.
           05 ws-xi-entry
               occurs 1 to 5000 times depending on ws-xi-count.
               10 ws-xi-store          pic xx.
               10 ws-xi-sku            pic x(15).
               10 ws-xi-units          pic 9(7).
       77 ws-xi-idx                    pic 9(4)
           value 0.
       77 ws-xi-found                  pic x
           value "N".
       77 ws-transfer-in-units         pic 9(7)
           value 0.

       77 ws-suggested-qty             pic s9(7)
           value 0.
       77 ws-flagged-count             pic 9(5)
           value 0.
       77 ws-scanned-count             pic 9(7)
           value 0.
       77 ws-covered-count             pic 9(5)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(32)
               value spaces.
           05 filler                   pic x(7)
               value "SUGGEST".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(7)
               value "XFER IN".

       01 ws-line-break                pic x(36)
           value spaces.
               value spaces.
           05 dl-suggested             pic zzzz9
               value 0.
           05 filler                   pic x(4)
               value spaces.
           05 dl-transfer-in           pic zzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-covered-note          pic x(16)
               value spaces.

       01 ws-none-line.
           05 filler                   pic x(36)
               value "STORE/SKUS FLAGGED: ".
           05 ft-count                 pic zzzz9
               value 0.
           05 filler                   pic x(24)
               value "   COVERED BY TRANSFER: ".
           05 ft-covered               pic zzzz9
               value 0.

       01 ws-no-master-line.
           05 filler                   pic x(44)
           end-if.

           perform 10-load-velocity.
           perform 15-load-transfers-in.

           open input inventory-master-file.
           if ws-im-file-status is not equal to "00"

           write report-line from ws-header.
           write report-line from ws-line-break.
           open output suggestion-file.

           read inventory-master-file
               at end move "Y" to ws-eof-flag.
           perform 20-judge-one-position
               thru 20-judge-exit
               until ws-eof-flag = "Y".
           close inventory-master-file sku-master-file
               suggestion-file.

           if ws-flagged-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.
           move ws-flagged-count to ft-count.
           move ws-covered-count to ft-covered.
           write report-line from ws-flagged-total-detail
               after advancing 2 lines.
           close report-file.
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-sales-input-filename.
           string "../../../data/replsugg_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-suggestion-filename.
           string "../../../data/xferreq_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-transfer-filename.
           string "../../../data/Replenish_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               move si-quantity to ws-vl-units(ws-vl-count)
           end-if.

      * folds StockBalance's recommended transfers into units
      * inbound per receiving store/SKU - no file (StockBalance
      * didn't run) simply means nothing is inbound
       15-load-transfers-in.
           move "N" to ws-eof-flag.
           open input transfer-request-file.
           if ws-xr-file-status = "00"
               read transfer-request-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if xr-transaction-code = "F"
                       and xr-quantity is numeric
                       perform 17-post-transfer-in
                   end-if
                   read transfer-request-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close transfer-request-file
           end-if.
           move "N" to ws-eof-flag.

       17-post-transfer-in.
           move "N" to ws-xi-found.
           perform varying ws-xi-idx from 1 by 1
               until ws-xi-idx > ws-xi-count
               if xr-transfer-to-store = ws-xi-store(ws-xi-idx)
                   and xr-sku-code = ws-xi-sku(ws-xi-idx)
                   move "Y" to ws-xi-found
                   add xr-quantity to ws-xi-units(ws-xi-idx)
               end-if
           end-perform.
           if ws-xi-found is not equal to "Y"
               if ws-xi-count >= 5000
                   display "TRANSFER TABLE FULL - RAISE LIMIT "
                       "AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-xi-count
               move xr-transfer-to-store to ws-xi-store(ws-xi-count)
               move xr-sku-code to ws-xi-sku(ws-xi-count)
               move xr-quantity to ws-xi-units(ws-xi-count)
           end-if.

      * one inventory position: below its SKU's reorder point means
      * a report line with the suggested order - up to the
      * order-up-to level when the buyers set one, otherwise a
                   sm-reorder-point - im-on-hand
           end-if.

      * what another store is already sending comes off the order -
      * the position still prints, but a suggestion the transfers
      * cover in full goes no further than the report
           perform 26-find-transfer-in.
           subtract ws-transfer-in-units from ws-suggested-qty.
           move spaces to dl-covered-note.
           if ws-suggested-qty < 1
               move 0 to ws-suggested-qty
               move "COVERED BY XFER" to dl-covered-note
               add 1 to ws-covered-count
           end-if.

           add 1 to ws-flagged-count.
           move im-store-number to dl-store.
           move im-sku-code to dl-sku.
           move sm-reorder-point to dl-reorder.
           move ws-today-units to dl-sold-today.
           move ws-suggested-qty to dl-suggested.
           move ws-transfer-in-units to dl-transfer-in.
           write report-line from ws-detail-line
               after advancing 1 line.
           if ws-suggested-qty = 0
               go to 20-judge-exit
           end-if.

           move im-store-number to rs-store-number.
           move im-sku-code to rs-sku-code.
           move sm-vendor-id to rs-vendor-id.
           move im-on-hand to rs-on-hand.
           move ws-suggested-qty to rs-suggested-qty.
           move 0 to rs-unit-cost.
           if sm-unit-cost is numeric
               move sm-unit-cost to rs-unit-cost
           end-if.
           write replenish-suggestion-record.

       20-judge-exit.
           read inventory-master-file
               end-if
           end-perform.

       26-find-transfer-in.
           move 0 to ws-transfer-in-units.
           perform varying ws-xi-idx from 1 by 1
               until ws-xi-idx > ws-xi-count
               if im-store-number = ws-xi-store(ws-xi-idx)
                   and im-sku-code = ws-xi-sku(ws-xi-idx)
                   move ws-xi-units(ws-xi-idx) to ws-transfer-in-units
               end-if
           end-perform.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="REPLENISH"==.

