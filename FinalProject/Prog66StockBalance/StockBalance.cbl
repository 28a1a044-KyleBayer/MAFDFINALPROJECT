       identification division.
       program-id. StockBalance.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-sixth program in our MAFD 4201 Final
      * Project. Replenish looks at one store at a time, so we were
      * reordering from the vendor for store 01 while store 03 had
      * the same SKU sitting at three times its order-up-to level.
      * This step looks across every store first: right after
      * InventoryPost it walks the inventory master, pairs each
      * store below its SKU's reorder point with stores carrying
      * stock over the order-up-to level, and recommends transfers
      * to cover the shortfall out of the excess. The transfers
      * print for the stores and are written as ready-to-ring "F"
      * transfer shipments - the same transaction TransferTrack
      * already follows from shipped to received - and Replenish,
      * which runs next, orders from the vendor only what balancing
      * couldn't cover.

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - every chain step stamps
      * its start and end here; see the RUNLOG copybook
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * the batch's business date as the driver recorded it - the
      * date the recommended shipments are made out for
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the inventory master, front to back, as InventoryPost just
      * left it
           select inventory-master-file
           assign to "../../../data/invmaster.dat"
           organization is indexed
           access mode is sequential
           record key is im-store-sku-key
           file status is ws-im-file-status.

      * SKU master - reorder point, order-up-to and retail
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * the recommended transfers as "F" shipments in the shared
      * transaction layout - what the sending stores ring, and what
      * Replenish nets its suggestions by
           select transfer-request-file
           assign to dynamic ws-transfer-filename
           organization is line sequential
           file status is ws-xr-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd inventory-master-file
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd transfer-request-file
           data record is transfer-request-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==xr==
                     ==input-line== by ==transfer-request-line==.

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-transfer-filename         pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-im-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-xr-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * every store/SKU position that is short or carrying excess -
      * sorted by SKU so each SKU's stores sit together for pairing
       77 ws-ps-count                  pic 9(5)
           value 0.
       01 ws-position-table.
           05 ws-ps-entry
               occurs 1 to 10000 times depending on ws-ps-count.
               10 ws-ps-sku            pic x(15).
               10 ws-ps-store          pic xx.
      * S = short of the reorder point, E = over the order-up-to
               10 ws-ps-kind           pic x.
      * units needed (short) or spare (excess), paid down as the
      * transfers are matched
               10 ws-ps-units          pic 9(7).
               10 ws-ps-retail         pic 9(5)v99.
       77 ws-ps-idx                    pic 9(5)
           value 0.
       77 ws-ps-idx2                   pic 9(5)
           value 0.
       01 ws-ps-swap                   pic x(32)
           value spaces.

      * the SKU group being paired - first and last table slots
       77 ws-grp-start                 pic 9(5)
           value 0.
       77 ws-grp-end                   pic 9(5)
           value 0.
       77 ws-short-idx                 pic 9(5)
           value 0.
       77 ws-excess-idx                pic 9(5)
           value 0.
       77 ws-move-units                pic 9(7)
           value 0.

       77 ws-scanned-count             pic 9(7)
           value 0.
       77 ws-transfer-count            pic 9(5)
           value 0.
       77 ws-transfer-units            pic 9(9)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(36)
               value "INTER-STORE STOCK BALANCING - BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(8)
               value "FROM".
           05 filler                   pic x(6)
               value "TO".
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(22)
               value "DESCRIPTION".
           05 filler                   pic x(8)
               value "UNITS".

       01 ws-detail-line.
           05 filler                   pic x(2)
               value spaces.
           05 dl-from-store            pic xx
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 dl-to-store              pic xx
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 dl-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-description           pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-units                 pic zz9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(44)
               value "  NO SHORTAGE COVERABLE FROM ANOTHER STORE".

       01 ws-total-detail.
           05 filler                   pic x(24)
               value "TRANSFERS RECOMMENDED: ".
           05 td-count                 pic zzzz9
               value 0.
           05 filler                   pic x(10)
               value "  UNITS: ".
           05 td-units                 pic zzzzzzzz9
               value 0.

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "INVENTORY OR SKU MASTER NOT AVAILABLE".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

      * the transfer file is always written, empty or not, so
      * Replenish never nets against a stale day's recommendations
           open output transfer-request-file.

           open input sku-master-file.
           open input inventory-master-file.
           if ws-skm-file-status is not equal to "00"
               or ws-im-file-status is not equal to "00"
               write report-line from ws-no-master-line
               close report-file transfer-request-file
               if ws-skm-file-status = "00"
                   close sku-master-file
               end-if
               if ws-im-file-status = "00"
                   close inventory-master-file
               end-if
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-collect-positions.
           close inventory-master-file.

           perform 20-sort-positions.

           write report-line from ws-column-heading
               after advancing 1 line.
           move 1 to ws-grp-start.
           perform 30-balance-one-sku
               until ws-grp-start > ws-ps-count.
           if ws-transfer-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-transfer-count to td-count.
           move ws-transfer-units to td-units.
           write report-line from ws-total-detail
               after advancing 2 lines.
           close sku-master-file report-file transfer-request-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-scanned-count to ws-rl-records-read.
           move ws-transfer-count to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/xferreq_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-transfer-filename.
           string "../../../data/StockBalance_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * every position short of its reorder point (needing enough to
      * reach the order-up-to level, or the reorder point when no
      * target is set) or carrying more than the order-up-to level
       10-collect-positions.
           move "N" to ws-eof-flag.
           read inventory-master-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-scanned-count
               move im-sku-code to sm-sku-code
               read sku-master-file
                   invalid key
                       continue
                   not invalid key
                       perform 12-judge-one-position
                           thru 12-judge-exit
               end-read
               read inventory-master-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.

       12-judge-one-position.
           if sm-reorder-point is not numeric
               or sm-order-up-to is not numeric
               or sm-reorder-point = 0
               go to 12-judge-exit
           end-if.
           if im-on-hand < sm-reorder-point
               perform 14-add-position
               move "S" to ws-ps-kind(ws-ps-count)
               if sm-order-up-to > 0
                   compute ws-ps-units(ws-ps-count) =
                       sm-order-up-to - im-on-hand
               else
                   compute ws-ps-units(ws-ps-count) =
                       sm-reorder-point - im-on-hand
               end-if
           else
               if sm-order-up-to > 0
                   and im-on-hand > sm-order-up-to
                   perform 14-add-position
                   move "E" to ws-ps-kind(ws-ps-count)
                   compute ws-ps-units(ws-ps-count) =
                       im-on-hand - sm-order-up-to
               end-if
           end-if.

       12-judge-exit.
           exit.

       14-add-position.
           if ws-ps-count >= 10000
               display "STOCKBALANCE: POSITION TABLE FULL - RAISE "
                   "LIMIT AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-ps-count.
           move im-sku-code to ws-ps-sku(ws-ps-count).
           move im-store-number to ws-ps-store(ws-ps-count).
           move sm-retail-price to ws-ps-retail(ws-ps-count).

      * SKU then store - the inventory master comes back store first
       20-sort-positions.
           perform varying ws-ps-idx from 1 by 1
               until ws-ps-idx >= ws-ps-count
               perform varying ws-ps-idx2 from ws-ps-idx by 1
                   until ws-ps-idx2 > ws-ps-count
                   if ws-ps-entry(ws-ps-idx2)(1:17)
                       < ws-ps-entry(ws-ps-idx)(1:17)
                       move ws-ps-entry(ws-ps-idx) to ws-ps-swap
                       move ws-ps-entry(ws-ps-idx2)
                           to ws-ps-entry(ws-ps-idx)
                       move ws-ps-swap to ws-ps-entry(ws-ps-idx2)
                   end-if
               end-perform
           end-perform.

      * one SKU's stores: each short store is filled, lowest store
      * number first, out of whichever stores still have excess
       30-balance-one-sku.
           move ws-grp-start to ws-grp-end.
           perform until ws-grp-end >= ws-ps-count
               or ws-ps-sku(ws-grp-end + 1)
                   is not equal to ws-ps-sku(ws-grp-start)
               add 1 to ws-grp-end
           end-perform.

           perform varying ws-short-idx from ws-grp-start by 1
               until ws-short-idx > ws-grp-end
               if ws-ps-kind(ws-short-idx) = "S"
                   perform varying ws-excess-idx from ws-grp-start
                       by 1
                       until ws-excess-idx > ws-grp-end
                           or ws-ps-units(ws-short-idx) = 0
                       if ws-ps-kind(ws-excess-idx) = "E"
                           and ws-ps-units(ws-excess-idx) > 0
                           perform 32-recommend-transfer
                       end-if
                   end-perform
               end-if
           end-perform.

           compute ws-grp-start = ws-grp-end + 1.

      * the smaller of what's needed and what's spare - one register
      * line can carry at most 999 units
       32-recommend-transfer.
           move ws-ps-units(ws-short-idx) to ws-move-units.
           if ws-ps-units(ws-excess-idx) < ws-move-units
               move ws-ps-units(ws-excess-idx) to ws-move-units
           end-if.
           if ws-move-units > 999
               move 999 to ws-move-units
           end-if.
           subtract ws-move-units from ws-ps-units(ws-short-idx).
           subtract ws-move-units from ws-ps-units(ws-excess-idx).
           add 1 to ws-transfer-count.
           add ws-move-units to ws-transfer-units.

      * the sending store rings it as its "F" shipment: no tender,
      * the bound-for store in the transfer slot; the register
      * stamps its own invoice number when it's rung
           move spaces to transfer-request-line.
           move "F" to xr-transaction-code.
           move ws-ps-store(ws-excess-idx) to xr-store-number.
           move ws-ps-store(ws-short-idx) to xr-transfer-to-store.
           move ws-ps-sku(ws-short-idx) to xr-sku-code.
           move ws-move-units to xr-quantity.
           move ws-ps-retail(ws-short-idx) to xr-unit-price.
           compute xr-transaction-amount =
               ws-move-units * ws-ps-retail(ws-short-idx)
               on size error
                   move 0 to xr-transaction-amount
           end-compute.
           move 0 to xr-invoice-line-number.
           move ws-business-date to xr-transaction-date.
           move 0 to xr-transaction-time.
           write transfer-request-line.

           move ws-ps-sku(ws-short-idx) to sm-sku-code.
           move spaces to dl-description.
           read sku-master-file
               invalid key
                   continue
               not invalid key
                   move sm-sku-description to dl-description
           end-read.
           move ws-ps-store(ws-excess-idx) to dl-from-store.
           move ws-ps-store(ws-short-idx) to dl-to-store.
           move ws-ps-sku(ws-short-idx) to dl-sku.
           move ws-move-units to dl-units.
           write report-line from ws-detail-line
               after advancing 1 line.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="STOCKBALANCE"==.

       end program StockBalance.
