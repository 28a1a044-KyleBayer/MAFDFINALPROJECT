       identification division.
       program-id. SpecialOrder.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-ninth program in our MAFD 4201 Final
      * Project. When a customer wants something we don't stock, the
      * store used to take a deposit on a paper slip and hope the
      * goods turned up. The deposit is now a "Q" special-order
      * transaction EDITS validates and DataSplitCount opens on the
      * special-order master; this step cuts the purchase-order line
      * that brings each new order in - straight into the PO entry
      * file PoReceiving applies, PO numbers off the same running
      * counter OrderGen uses, "S" in front so the receiving dock
      * and the buyers know the goods are already sold - and prints
      * the aging of every special order still open, with the
      * deposits we are holding against them. PoReceiving flips an
      * order to arrived when its line comes in; the pickup sale's
      * "SO" tender applies the deposit and closes it.
      * Runs in the chain right after DataSplitCount.

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
      * order date the PO lines are cut on and the day orders age to
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the special-order master, front to back - new orders get
      * their PO line and are rewritten as on order
           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is sequential
           record key is so-order-number
           file status is ws-so-file-status.

      * SKU master - the vendor each order is bought from
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

      * the last PO number handed out - shared with OrderGen
           select po-counter-file
           assign to "../../../data/ponext.dat"
           organization is line sequential
           file status is ws-pn-file-status.

      * configurable lateness threshold - an order on order this
      * many days, or arrived and not collected this many days, is
      * flagged; changeable by ops without a recompile
           select age-threshold-file
           assign to "../../../data/soagedays.dat"
           organization is line sequential
           file status is ws-at-file-status.

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

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

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

       fd age-threshold-file
           data record is age-threshold-record
           record contains 3 characters.
       01 age-threshold-record         pic 9(3).

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

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-pt-file-status            pic xx
           value spaces.
       77 ws-pn-file-status            pic xx
           value spaces.
       77 ws-at-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in default: flag an order thirty days late, unless
      * soagedays.dat says otherwise
       77 ws-age-threshold-days        pic 9(3)
           value 30.
       77 ws-order-age-days            pic s9(5)
           value 0.
       77 ws-waiting-days              pic s9(5)
           value 0.

       77 ws-last-po-seq               pic 9(7)
           value 0.
       01 ws-new-po-number.
           05 filler                   pic x
               value "S".
           05 ws-new-po-seq            pic 9(7)
               value 0.
      * Y once this run has handed out a PO number - the counter
      * file is written back only then
       77 ws-counter-moved             pic x
           value "N".

       77 ws-scanned-count             pic 9(7)
           value 0.
       77 ws-open-count                pic 9(5)
           value 0.
       77 ws-raised-count              pic 9(5)
           value 0.
       77 ws-no-vendor-count           pic 9(5)
           value 0.
       77 ws-late-count                pic 9(5)
           value 0.
       77 ws-deposits-held             pic 9(9)v99
           value 0.

      * open orders and their deposits by age since the deposit was
      * taken - 0-30, 31-60, 61-90 and over 90 days
       01 ws-bucket-table.
           05 ws-bk-entry              occurs 4 times.
               10 ws-bk-count          pic 9(5).
               10 ws-bk-deposit        pic 9(9)v99.
       77 ws-bk-idx                    pic 9
           value 0.

       01 ws-bucket-names.
           05 filler                   pic x(12)
               value "0-30 DAYS".
           05 filler                   pic x(12)
               value "31-60 DAYS".
           05 filler                   pic x(12)
               value "61-90 DAYS".
           05 filler                   pic x(12)
               value "OVER 90 DAYS".
       01 ws-bucket-name-table redefines ws-bucket-names.
           05 ws-bucket-name           pic x(12)
               occurs 4 times.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "SPECIAL ORDERS - BATCH        ".
           05 rh-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(10)
               value "  AS OF: ".
           05 rh-as-of-date            pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-open-heading.
           05 filler                   pic x(36)
               value "OPEN SPECIAL ORDERS".

       01 ws-column-heading.
           05 filler                   pic x(11)
               value "ORDER".
           05 filler                   pic x(4)
               value "ST".
           05 filler                   pic x(10)
               value "CUSTOMER".
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(10)
               value "STATUS".
           05 filler                   pic x(10)
               value "PO".
           05 filler                   pic x(12)
               value "DEPOSIT".
           05 filler                   pic x(7)
               value "DAYS".
           05 filler                   pic x(13)
               value "FLAG".

       01 ws-detail-line.
           05 dl-order-number          pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-customer              pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-status                pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-po-number             pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-deposit               pic $$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-days                  pic zzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-flag                  pic x(13)
               value spaces.

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "NO SPECIAL ORDERS ON FILE".

       01 ws-aging-heading.
           05 filler                   pic x(36)
               value "OPEN SPECIAL ORDERS BY AGE".

       01 ws-bucket-line.
           05 filler                   pic x(2)
               value spaces.
           05 bl-name                  pic x(12)
               value spaces.
           05 filler                   pic x(10)
               value "  ORDERS: ".
           05 bl-count                 pic zzzz9
               value 0.
           05 filler                   pic x(12)
               value "  DEPOSITS: ".
           05 bl-deposit               pic $$$,$$$,$$9.99
               value 0.

       01 ws-open-total-detail.
           05 filler                   pic x(24)
               value "OPEN SPECIAL ORDERS: ".
           05 ot-count                 pic zzzz9
               value 0.
           05 filler                   pic x(17)
               value "  DEPOSITS HELD: ".
           05 ot-deposits              pic $$$,$$$,$$9.99
               value 0.

       01 ws-raised-total-detail.
           05 filler                   pic x(24)
               value "PO LINES RAISED: ".
           05 rt-raised                pic zzzz9
               value 0.
           05 filler                   pic x(17)
               value "  NO VENDOR: ".
           05 rt-no-vendor             pic zzzz9
               value 0.
           05 filler                   pic x(10)
               value "  LATE: ".
           05 rt-late                  pic zzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 02-load-age-threshold.
           perform 03b-load-business-date.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           move ws-business-date to rh-as-of-date.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

      * no master yet just means no special order has been taken -
      * nothing to order and nothing to age
           open i-o special-order-file.
           if ws-so-file-status is not equal to "00"
               write report-line from ws-no-master-line
                   after advancing 1 line
               close report-file
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 05-open-ordering-files.
           perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 4
               move 0 to ws-bk-count(ws-bk-idx)
               move 0 to ws-bk-deposit(ws-bk-idx)
           end-perform.

           write report-line from ws-open-heading
               after advancing 1 line.
           write report-line from ws-column-heading
               after advancing 1 line.
           move "N" to ws-eof-flag.
           read special-order-file at end move "Y" to ws-eof-flag.
           perform 20-process-one-order
               thru 20-process-exit
               until ws-eof-flag = "Y".
           if ws-open-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.
           close special-order-file po-txn-file.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

           if ws-counter-moved = "Y"
               open output po-counter-file
               move ws-last-po-seq to po-counter-record
               write po-counter-record
               close po-counter-file
           end-if.

           perform 40-output-aging.
           close report-file.

      * orders nobody can order (no vendor on the SKU) are a
      * warning - purchasing has a master to fill in
           if ws-no-vendor-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-scanned-count to ws-rl-records-read.
           move ws-raised-count to ws-rl-records-written.
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

           string "../../../data/SpecialOrder_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * loads the lateness threshold so ops can tighten or loosen it
      * without recompiling - keeps the compiled-in default if
      * soagedays.dat isn't present
       02-load-age-threshold.
           open input age-threshold-file.
           if ws-at-file-status = "00"
               read age-threshold-file
                   at end
                       continue
                   not at end
                       if age-threshold-record is numeric
                           move age-threshold-record
                               to ws-age-threshold-days
                       end-if
               end-read
               close age-threshold-file
           end-if.

      * the PO counter, the SKU master for vendors and the PO entry
      * file the new lines are added to
       05-open-ordering-files.
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

      * a new order gets its PO line; every order not yet collected
      * is aged onto the report
       20-process-one-order.
           add 1 to ws-scanned-count.
           move spaces to dl-flag.
           if so-status = "W"
               perform 22-raise-po-line
           end-if.
           if so-status = "W"
               or so-status = "O"
               or so-status = "A"
               perform 30-age-one-order
           end-if.

       20-process-exit.
           read special-order-file at end move "Y" to ws-eof-flag.

      * one PO line per special order, cut to the SKU's vendor for
      * the ordering store - an order whose SKU has no vendor waits
      * and is tried again every night until purchasing fills it in
       22-raise-po-line.
           move spaces to sm-vendor-id.
           if ws-skm-file-available = "Y"
               move so-sku-code to sm-sku-code
               read sku-master-file
                   invalid key
                       move spaces to sm-vendor-id
               end-read
           end-if.
           if sm-vendor-id = spaces
               add 1 to ws-no-vendor-count
               move "NO VENDOR" to dl-flag
           else
               add 1 to ws-last-po-seq
               move ws-last-po-seq to ws-new-po-seq
               move "Y" to ws-counter-moved

               move "A" to pt-action
               move ws-new-po-number to pt-po-number
               move so-sku-code to pt-sku-code
               move so-store-number to pt-store-number
               move sm-vendor-id to pt-vendor-id
               move so-quantity to pt-qty-ordered
               move ws-business-date to pt-order-date
               write po-txn-record

               move ws-new-po-number to so-po-number
               move "O" to so-status
               rewrite special-order-record
               add 1 to ws-raised-count
               move "PO RAISED" to dl-flag
           end-if.

      * days since the deposit was taken, bucketed; an order on
      * order past the threshold is late, and an arrived order the
      * customer hasn't collected past the threshold needs a call
       30-age-one-order.
           add 1 to ws-open-count.
           add so-deposit-amount to ws-deposits-held.
           move 0 to ws-order-age-days.
           if so-order-date is numeric
               and so-order-date > 0
               compute ws-order-age-days =
                   function integer-of-date(ws-business-date) -
                   function integer-of-date(so-order-date)
           end-if.
           if ws-order-age-days < 0
               move 0 to ws-order-age-days
           end-if.
           evaluate true
               when ws-order-age-days <= 30
                   move 1 to ws-bk-idx
               when ws-order-age-days <= 60
                   move 2 to ws-bk-idx
               when ws-order-age-days <= 90
                   move 3 to ws-bk-idx
               when other
                   move 4 to ws-bk-idx
           end-evaluate.
           add 1 to ws-bk-count(ws-bk-idx).
           add so-deposit-amount to ws-bk-deposit(ws-bk-idx).

           evaluate so-status
               when "W"
                   move "WAITING" to dl-status
               when "O"
                   move "ON ORDER" to dl-status
                   if dl-flag = spaces
                       and ws-order-age-days > ws-age-threshold-days
                       add 1 to ws-late-count
                       move "LATE" to dl-flag
                   end-if
               when "A"
                   move "ARRIVED" to dl-status
                   move 0 to ws-waiting-days
                   if so-arrived-date is numeric
                       and so-arrived-date > 0
                       compute ws-waiting-days =
                           function integer-of-date(ws-business-date)
                           - function integer-of-date(so-arrived-date)
                   end-if
                   if ws-waiting-days > ws-age-threshold-days
                       add 1 to ws-late-count
                       move "NOT PICKED UP" to dl-flag
                   end-if
           end-evaluate.

           move so-order-number to dl-order-number.
           move so-store-number to dl-store.
           move so-customer-number to dl-customer.
           move so-sku-code to dl-sku.
           move so-po-number to dl-po-number.
           move so-deposit-amount to dl-deposit.
           move ws-order-age-days to dl-days.
           write report-line from ws-detail-line
               after advancing 1 line.

      * the aging summary and the night's totals
       40-output-aging.
           write report-line from ws-aging-heading
               after advancing 2 lines.
           perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 4
               move ws-bucket-name(ws-bk-idx) to bl-name
               move ws-bk-count(ws-bk-idx) to bl-count
               move ws-bk-deposit(ws-bk-idx) to bl-deposit
               write report-line from ws-bucket-line
                   after advancing 1 line
           end-perform.

           move ws-open-count to ot-count.
           move ws-deposits-held to ot-deposits.
           write report-line from ws-open-total-detail
               after advancing 2 lines.
           move ws-raised-count to rt-raised.
           move ws-no-vendor-count to rt-no-vendor.
           move ws-late-count to rt-late.
           write report-line from ws-raised-total-detail
               after advancing 1 line.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="SPECIALORDER"==.

       end program SpecialOrder.
