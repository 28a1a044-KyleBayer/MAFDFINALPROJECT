       identification division.
       program-id. OrderGen.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-fifth program in our MAFD 4201 Final
      * Project. Replenish prints what to order; until now a buyer
      * rekeyed those lines into the PO entry file and lines got
      * typed wrong or forgotten. This step takes the night's
      * suggestions as data, drops the ones the buyers have put on
      * hold, nets off what is already on order, and cuts real
      * purchase orders - one PO per vendor and ship-to store, PO
      * numbers assigned from a running counter. The lines go
      * straight into the PO entry file PoReceiving applies, and
      * out to each vendor in its own outbound purchase-order file.
      * Runs in the chain right after Replenish.

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
      * order date the POs are cut on
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * tonight's replenishment suggestions from Replenish
           select suggestion-file
           assign to dynamic ws-suggestion-filename
           organization is line sequential
           file status is ws-rs-file-status.

      * the buyers' hold/approve list - a SKU (at one store, or at
      * every store when the store is blank) on hold is never
      * ordered automatically; an approve line may fix the quantity
           select buyer-hold-file
           assign to "../../../data/buyhold.dat"
           organization is line sequential
           file status is ws-bh-file-status.

      * the PO master front to back - what is already on order
           select po-master-file
           assign to "../../../data/pomaster.dat"
           organization is indexed
           access mode is sequential
           record key is po-line-key
           file status is ws-po-file-status.

      * SKU master - descriptions for the vendor's copy
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * the PO entry file PoReceiving's 10-apply-po-entries reads -
      * the cut lines are added to it, same layout as a keyed entry
           select po-txn-file
           assign to "../../../data/potxns.dat"
           organization is line sequential
           file status is ws-pt-file-status.

      * the last PO number handed out - one line, carried forward
           select po-counter-file
           assign to "../../../data/ponext.dat"
           organization is line sequential
           file status is ws-pn-file-status.

      * the outbound purchase order, one file per vendor
           select outbound-po-file
           assign to dynamic ws-outbound-filename
           organization is line sequential
           file status is ws-ob-file-status.

      * one-line marker written once this batch's orders are cut -
      * a rerun must not order the same goods twice
           select order-marker-file
           assign to dynamic ws-order-marker-filename
           organization is line sequential
           file status is ws-om-file-status.

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

       fd suggestion-file
           data record is replenish-suggestion-record
           record contains 43 characters.
       copy "../copybooks/REPLSUGG.cpy".

       fd buyer-hold-file
           data record is buyer-hold-record
           record contains 23 characters.
       01 buyer-hold-record.
           05 bh-sku-code              pic x(15).
      * spaces = every store
           05 bh-store-number          pic xx.
      * H = hold, never order automatically; A = approve, at the
      * override quantity when one is given
           05 bh-action                pic x.
           05 bh-override-qty          pic 9(5).

       fd po-master-file
           data record is po-master-record.
       copy "../copybooks/POMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd po-txn-file
           data record is po-txn-record
           record contains 43 characters.
       01 po-txn-record.
           05 pt-action                pic x.
           05 pt-po-number             pic x(8).
           05 pt-sku-code              pic x(15).
           05 pt-store-number          pic xx.
           05 pt-vendor-id             pic x(4).
           05 pt-qty-ordered           pic 9(5).
           05 pt-order-date            pic 9(8).

       fd po-counter-file
           data record is po-counter-record
           record contains 7 characters.
       01 po-counter-record            pic 9(7).

       fd outbound-po-file
           data record is po-outbound-record
           record contains 69 characters.
       copy "../copybooks/POOUT.cpy".

       fd order-marker-file
           data record is order-marker-record
           record contains 8 characters.
       01 order-marker-record          pic x(8).

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

       77 ws-suggestion-filename       pic x(44)
           value spaces.
       77 ws-outbound-filename         pic x(44)
           value spaces.
       77 ws-order-marker-filename     pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-rs-file-status            pic xx
           value spaces.
       77 ws-bh-file-status            pic xx
           value spaces.
       77 ws-po-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-pt-file-status            pic xx
           value spaces.
       77 ws-pn-file-status            pic xx
           value spaces.
       77 ws-ob-file-status            pic xx
           value spaces.
       77 ws-om-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the night's suggestions and what becomes of each
       77 ws-sg-count                  pic 9(4)
           value 0.
       01 ws-suggestion-table.
           05 ws-sg-entry
               occurs 1 to 5000 times depending on ws-sg-count.
               10 ws-sg-vendor         pic x(4).
               10 ws-sg-store          pic xx.
               10 ws-sg-sku            pic x(15).
               10 ws-sg-suggested      pic 9(7).
               10 ws-sg-on-order       pic 9(7).
               10 ws-sg-order-qty      pic 9(7).
               10 ws-sg-unit-cost      pic 9(5)v99.
      * O = order it, H = buyer hold, N = no vendor on the SKU,
      * X = already covered by what is on order
               10 ws-sg-disposition    pic x.
       77 ws-sg-idx                    pic 9(4)
           value 0.
       77 ws-sg-idx2                   pic 9(4)
           value 0.
       01 ws-sg-swap                   pic x(50)
           value spaces.

      * the hold/approve list
       77 ws-hl-count                  pic 9(4)
           value 0.
       01 ws-hold-table.
           05 ws-hl-entry
               occurs 1 to 2000 times depending on ws-hl-count.
               10 ws-hl-sku            pic x(15).
               10 ws-hl-store          pic xx.
               10 ws-hl-action         pic x.
               10 ws-hl-qty            pic 9(5).
       77 ws-hl-idx                    pic 9(4)
           value 0.

      * PO numbering - "R" marks a replenishment-cut order apart
      * from the buyers' keyed ones
       77 ws-last-po-seq               pic 9(7)
           value 0.
       01 ws-new-po-number.
           05 filler                   pic x
               value "R".
           05 ws-new-po-seq            pic 9(7)
               value 0.
       77 ws-cur-vendor                pic x(4)
           value spaces.
       77 ws-cur-store                 pic xx
           value spaces.
       77 ws-outbound-open             pic x
           value "N".

       77 ws-lines-cut                 pic 9(5)
           value 0.
       77 ws-pos-cut                   pic 9(5)
           value 0.
       77 ws-vendors-cut               pic 9(4)
           value 0.
       77 ws-lines-held                pic 9(5)
           value 0.
       77 ws-lines-covered             pic 9(5)
           value 0.
       77 ws-lines-no-vendor           pic 9(5)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(34)
               value "PURCHASE ORDER GENERATION - BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(14)
               value "  ORDER DATE ".
           05 rh-order-date            pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-cut-heading.
           05 filler                   pic x(36)
               value "PURCHASE ORDERS CUT".

       01 ws-po-heading-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(4)
               value "PO ".
           05 ph-po-number             pic x(8)
               value spaces.
           05 filler                   pic x(9)
               value "  VENDOR ".
           05 ph-vendor                pic x(4)
               value spaces.
           05 filler                   pic x(10)
               value "  SHIP TO ".
           05 ph-store                 pic xx
               value spaces.

       01 ws-cut-detail.
           05 filler                   pic x(6)
               value spaces.
           05 cd-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-description           pic x(20)
               value spaces.
           05 filler                   pic x(7)
               value "  SUG: ".
           05 cd-suggested             pic zzzzzz9
               value 0.
           05 filler                   pic x(10)
               value "  ON ORD: ".
           05 cd-on-order              pic zzzzzz9
               value 0.
           05 filler                   pic x(9)
               value "  ORDER: ".
           05 cd-ordered               pic zzzz9
               value 0.

       01 ws-skipped-heading.
           05 filler                   pic x(36)
               value "SUGGESTIONS NOT ORDERED".

       01 ws-skipped-detail.
           05 filler                   pic x(2)
               value spaces.
           05 sd-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sd-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(7)
               value "  SUG: ".
           05 sd-suggested             pic zzzzzz9
               value 0.
           05 filler                   pic x(10)
               value "  ON ORD: ".
           05 sd-on-order              pic zzzzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 sd-reason                pic x(24)
               value spaces.

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-cut-total-detail.
           05 filler                   pic x(16)
               value "POS CUT: ".
           05 ct-pos                   pic zzzz9
               value 0.
           05 filler                   pic x(10)
               value "  LINES: ".
           05 ct-lines                 pic zzzz9
               value 0.
           05 filler                   pic x(12)
               value "  VENDORS: ".
           05 ct-vendors               pic zzz9
               value 0.

       01 ws-skip-total-detail.
           05 filler                   pic x(16)
               value "HELD: ".
           05 st-held                  pic zzzz9
               value 0.
           05 filler                   pic x(14)
               value "  ON ORDER: ".
           05 st-covered               pic zzzz9
               value 0.
           05 filler                   pic x(14)
               value "  NO VENDOR: ".
           05 st-no-vendor             pic zzzz9
               value 0.

       01 ws-no-suggestions-line.
           05 filler                   pic x(44)
               value "NO REPLENISHMENT SUGGESTIONS FOR THIS BATCH".

       01 ws-already-cut-line.
           05 filler                   pic x(48)
               value "BATCH ALREADY ORDERED - NOTHING CUT AGAIN".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           move ws-business-date to rh-order-date.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input order-marker-file.
           if ws-om-file-status = "00"
               close order-marker-file
               write report-line from ws-already-cut-line
                   after advancing 1 line
               close report-file
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-load-suggestions.
           if ws-sg-count = 0
               write report-line from ws-no-suggestions-line
                   after advancing 1 line
           else
               perform 15-load-hold-list
               perform 20-apply-holds
               perform 25-net-on-order
                   thru 25-net-exit
               perform 30-sort-suggestions
               perform 40-cut-orders
               perform 50-report-skipped
           end-if.

           move ws-pos-cut to ct-pos.
           move ws-lines-cut to ct-lines.
           move ws-vendors-cut to ct-vendors.
           write report-line from ws-cut-total-detail
               after advancing 2 lines.
           move ws-lines-held to st-held.
           move ws-lines-covered to st-covered.
           move ws-lines-no-vendor to st-no-vendor.
           write report-line from ws-skip-total-detail
               after advancing 1 line.
           close report-file.

           open output order-marker-file.
           move ws-batch-id to order-marker-record.
           write order-marker-record.
           close order-marker-file.

      * suggestions nobody can order (no vendor on the SKU) are a
      * warning - purchasing has a master to fill in
           if ws-lines-no-vendor > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-sg-count to ws-rl-records-read.
           move ws-lines-cut to ws-rl-records-written.
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

           string "../../../data/replsugg_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-suggestion-filename.
           string "../../../data/ordgen_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-order-marker-filename.
           string "../../../data/OrderGen_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

       10-load-suggestions.
           move "N" to ws-eof-flag.
           open input suggestion-file.
           if ws-rs-file-status = "00"
               read suggestion-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if rs-suggested-qty is numeric
                       and rs-suggested-qty > 0
                       perform 12-take-one-suggestion
                   end-if
                   read suggestion-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close suggestion-file
           end-if.
           move "N" to ws-eof-flag.

       12-take-one-suggestion.
           if ws-sg-count >= 5000
               display "ORDERGEN: SUGGESTION TABLE FULL - RAISE "
                   "LIMIT AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-sg-count.
           move rs-vendor-id to ws-sg-vendor(ws-sg-count).
           move rs-store-number to ws-sg-store(ws-sg-count).
           move rs-sku-code to ws-sg-sku(ws-sg-count).
           move rs-suggested-qty to ws-sg-suggested(ws-sg-count).
           move rs-suggested-qty to ws-sg-order-qty(ws-sg-count).
           move 0 to ws-sg-on-order(ws-sg-count).
           move 0 to ws-sg-unit-cost(ws-sg-count).
           if rs-unit-cost is numeric
               move rs-unit-cost to ws-sg-unit-cost(ws-sg-count)
           end-if.
           if rs-vendor-id = spaces
               move "N" to ws-sg-disposition(ws-sg-count)
           else
               move "O" to ws-sg-disposition(ws-sg-count)
           end-if.

      * the buyers' list, loaded whole; no list means every
      * suggestion is approved as suggested
       15-load-hold-list.
           move "N" to ws-eof-flag.
           open input buyer-hold-file.
           if ws-bh-file-status = "00"
               read buyer-hold-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-hl-count < 2000
                       and bh-sku-code is not equal to spaces
                       add 1 to ws-hl-count
                       move bh-sku-code to ws-hl-sku(ws-hl-count)
                       move bh-store-number
                           to ws-hl-store(ws-hl-count)
                       move bh-action to ws-hl-action(ws-hl-count)
                       move 0 to ws-hl-qty(ws-hl-count)
                       if bh-override-qty is numeric
                           move bh-override-qty
                               to ws-hl-qty(ws-hl-count)
                       end-if
                   end-if
                   read buyer-hold-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close buyer-hold-file
           end-if.
           move "N" to ws-eof-flag.

      * a hold vetoes the SKU at its store (or everywhere); an
      * approve with a quantity replaces the suggested quantity
       20-apply-holds.
           perform varying ws-sg-idx from 1 by 1
               until ws-sg-idx > ws-sg-count
               perform varying ws-hl-idx from 1 by 1
                   until ws-hl-idx > ws-hl-count
                   if ws-hl-sku(ws-hl-idx) = ws-sg-sku(ws-sg-idx)
                       and (ws-hl-store(ws-hl-idx) = spaces
                           or ws-hl-store(ws-hl-idx)
                               = ws-sg-store(ws-sg-idx))
                       if ws-hl-action(ws-hl-idx) = "H"
                           move "H" to ws-sg-disposition(ws-sg-idx)
                       end-if
                       if ws-hl-action(ws-hl-idx) = "A"
                           and ws-hl-qty(ws-hl-idx) > 0
                           move ws-hl-qty(ws-hl-idx)
                               to ws-sg-order-qty(ws-sg-idx)
                       end-if
                   end-if
               end-perform
           end-perform.

      * units still open on earlier POs for the same store/SKU are
      * already coming - only the rest is ordered, so a SKU waiting
      * on a truck isn't reordered every night until it lands. A
      * special order's "S" PO line is already sold to its customer
      * and never counts as stock on the way.
       25-net-on-order.
           move "N" to ws-eof-flag.
           open input po-master-file.
           if ws-po-file-status is not equal to "00"
               go to 25-net-exit
           end-if.
           read po-master-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               if po-status = "O"
                   and po-qty-ordered > po-qty-received
                   and po-number(1:1) is not equal to "S"
                   perform varying ws-sg-idx from 1 by 1
                       until ws-sg-idx > ws-sg-count
                       if ws-sg-store(ws-sg-idx) = po-store-number
                           and ws-sg-sku(ws-sg-idx) = po-sku-code
                           compute ws-sg-on-order(ws-sg-idx) =
                               ws-sg-on-order(ws-sg-idx)
                               + po-qty-ordered - po-qty-received
                       end-if
                   end-perform
               end-if
               read po-master-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close po-master-file.
           move "N" to ws-eof-flag.

           perform varying ws-sg-idx from 1 by 1
               until ws-sg-idx > ws-sg-count
               if ws-sg-disposition(ws-sg-idx) = "O"
                   and ws-sg-on-order(ws-sg-idx) > 0
                   if ws-sg-on-order(ws-sg-idx)
                       >= ws-sg-order-qty(ws-sg-idx)
                       move "X" to ws-sg-disposition(ws-sg-idx)
                   else
                       subtract ws-sg-on-order(ws-sg-idx)
                           from ws-sg-order-qty(ws-sg-idx)
                   end-if
               end-if
           end-perform.

       25-net-exit.
           exit.

      * vendor, then store, then SKU - one PO per vendor/store run
       30-sort-suggestions.
           perform varying ws-sg-idx from 1 by 1
               until ws-sg-idx >= ws-sg-count
               perform varying ws-sg-idx2 from ws-sg-idx by 1
                   until ws-sg-idx2 > ws-sg-count
                   if ws-sg-entry(ws-sg-idx2)(1:21)
                       < ws-sg-entry(ws-sg-idx)(1:21)
                       move ws-sg-entry(ws-sg-idx) to ws-sg-swap
                       move ws-sg-entry(ws-sg-idx2)
                           to ws-sg-entry(ws-sg-idx)
                       move ws-sg-swap to ws-sg-entry(ws-sg-idx2)
                   end-if
               end-perform
           end-perform.

      * cuts the orders: a new PO number at each vendor/store break,
      * a new outbound file at each vendor break, and every line into
      * the PO entry file as an add
       40-cut-orders.
           move 0 to ws-last-po-seq.
           open input po-counter-file.
           if ws-pn-file-status = "00"
               read po-counter-file
                   at end
                       continue
                   not at end
                       if po-counter-record is numeric
                           move po-counter-record to ws-last-po-seq
                       end-if
               end-read
               close po-counter-file
           end-if.

           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           open extend po-txn-file.
           if ws-pt-file-status is not equal to "00"
               open output po-txn-file
           end-if.

           write report-line from ws-cut-heading
               after advancing 1 line.
           move spaces to ws-cur-vendor.
           move spaces to ws-cur-store.
           perform varying ws-sg-idx from 1 by 1
               until ws-sg-idx > ws-sg-count
               if ws-sg-disposition(ws-sg-idx) = "O"
                   perform 42-cut-one-line
               end-if
           end-perform.
           if ws-outbound-open = "Y"
               close outbound-po-file
           end-if.
           if ws-lines-cut = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

           close po-txn-file.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

           open output po-counter-file.
           move ws-last-po-seq to po-counter-record.
           write po-counter-record.
           close po-counter-file.

       42-cut-one-line.
           if ws-sg-vendor(ws-sg-idx) is not equal to ws-cur-vendor
               if ws-outbound-open = "Y"
                   close outbound-po-file
               end-if
               move spaces to ws-outbound-filename
               string "../../../data/poout_" delimited by size
                   ws-sg-vendor(ws-sg-idx) delimited by size
                   "_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-outbound-filename
               open output outbound-po-file
               move "Y" to ws-outbound-open
               add 1 to ws-vendors-cut
               move ws-sg-vendor(ws-sg-idx) to ws-cur-vendor
               move spaces to ws-cur-store
           end-if.
           if ws-sg-store(ws-sg-idx) is not equal to ws-cur-store
               add 1 to ws-last-po-seq
               move ws-last-po-seq to ws-new-po-seq
               add 1 to ws-pos-cut
               move ws-sg-store(ws-sg-idx) to ws-cur-store
               move ws-new-po-number to ph-po-number
               move ws-cur-vendor to ph-vendor
               move ws-cur-store to ph-store
               write report-line from ws-po-heading-line
                   after advancing 2 lines
           end-if.
           if ws-sg-order-qty(ws-sg-idx) > 99999
               move 99999 to ws-sg-order-qty(ws-sg-idx)
           end-if.

           move "A" to pt-action.
           move ws-new-po-number to pt-po-number.
           move ws-sg-sku(ws-sg-idx) to pt-sku-code.
           move ws-sg-store(ws-sg-idx) to pt-store-number.
           move ws-sg-vendor(ws-sg-idx) to pt-vendor-id.
           move ws-sg-order-qty(ws-sg-idx) to pt-qty-ordered.
           move ws-business-date to pt-order-date.
           write po-txn-record.

           move spaces to sm-sku-description.
           if ws-skm-file-available = "Y"
               move ws-sg-sku(ws-sg-idx) to sm-sku-code
               read sku-master-file
                   invalid key
                       move spaces to sm-sku-description
               end-read
           end-if.
           move ws-new-po-number to pob-po-number.
           move ws-sg-vendor(ws-sg-idx) to pob-vendor-id.
           move ws-sg-store(ws-sg-idx) to pob-ship-to-store.
           move ws-sg-sku(ws-sg-idx) to pob-sku-code.
           move sm-sku-description to pob-sku-description.
           move ws-sg-order-qty(ws-sg-idx) to pob-qty-ordered.
           move ws-sg-unit-cost(ws-sg-idx) to pob-unit-cost.
           move ws-business-date to pob-order-date.
           write po-outbound-record.
           add 1 to ws-lines-cut.

           move ws-sg-sku(ws-sg-idx) to cd-sku.
           move sm-sku-description to cd-description.
           move ws-sg-suggested(ws-sg-idx) to cd-suggested.
           move ws-sg-on-order(ws-sg-idx) to cd-on-order.
           move ws-sg-order-qty(ws-sg-idx) to cd-ordered.
           write report-line from ws-cut-detail
               after advancing 1 line.

      * everything suggested but not ordered, and why
       50-report-skipped.
           write report-line from ws-skipped-heading
               after advancing 2 lines.
           perform varying ws-sg-idx from 1 by 1
               until ws-sg-idx > ws-sg-count
               evaluate ws-sg-disposition(ws-sg-idx)
                   when "H"
                       add 1 to ws-lines-held
                       move "BUYER HOLD" to sd-reason
                       perform 52-write-skipped-line
                   when "X"
                       add 1 to ws-lines-covered
                       move "ALREADY ON ORDER" to sd-reason
                       perform 52-write-skipped-line
                   when "N"
                       add 1 to ws-lines-no-vendor
                       move "NO VENDOR ON SKU MASTER" to sd-reason
                       perform 52-write-skipped-line
                   when other
                       continue
               end-evaluate
           end-perform.
           if ws-lines-held = 0
               and ws-lines-covered = 0
               and ws-lines-no-vendor = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

       52-write-skipped-line.
           move ws-sg-store(ws-sg-idx) to sd-store.
           move ws-sg-sku(ws-sg-idx) to sd-sku.
           move ws-sg-suggested(ws-sg-idx) to sd-suggested.
           move ws-sg-on-order(ws-sg-idx) to sd-on-order.
           write report-line from ws-skipped-detail
               after advancing 1 line.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="ORDERGEN"==.

       end program OrderGen.
