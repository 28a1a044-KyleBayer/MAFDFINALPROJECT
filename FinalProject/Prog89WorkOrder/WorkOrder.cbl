       identification division.
       program-id. WorkOrder.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-ninth program in our MAFD 4201 Final
      * Project. Items the customers bring back for repair used to
      * be known only by the tag hanging off them. Each one is now a
      * "W" intake transaction EDITS validates and DataSplitCount
      * opens on the work-order master - under warranty when the
      * warranty registry has our sale of that serial inside the
      * warranty period, customer-paid otherwise - moved along by
      * "U" status updates and closed by the "Y" pickup, whose
      * charge posts as a sale. This step prints the work in process
      * store by store, aged from the day each item came in, and
      * writes the warranty claim extract - every warranty repair
      * picked up and not yet claimed, by the vendor of the item, so
      * the vendor pays for the work we did on its behalf. Runs in
      * the chain right after SpecialOrder.

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
      * day the work in process ages to
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the work-order master, front to back - a warranty repair
      * claimed tonight is rewritten with the claiming batch
           select work-order-file
           assign to "../../../data/workorder.dat"
           organization is indexed
           access mode is sequential
           record key is wo-order-number
           file status is ws-wo-file-status.

      * SKU master - the vendor each repaired item is bought from
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * vendor master - the vendor's name on the claim listing
           select vendor-master-file
           assign to "../../../data/vendmaster.dat"
           organization is indexed
           access mode is random
           record key is vd-vendor-id
           file status is ws-vd-file-status.

      * configurable aging threshold - an item in the shop this many
      * days, or finished and not collected this many days, is
      * flagged; changeable by ops without a recompile
           select age-threshold-file
           assign to "../../../data/woagedays.dat"
           organization is line sequential
           file status is ws-at-file-status.

      * the work still in the shop, and tonight's warranty claims,
      * as pulled off the master - re-ordered by store and by vendor
      * below, same SORT USING/GIVING idiom as the aging reports
           select raw-wip-file
           assign to dynamic ws-raw-wip-filename
           organization is line sequential.

           select raw-claim-file
           assign to dynamic ws-raw-claim-filename
           organization is line sequential.

           select sort-wip-file
           assign to "../../../data/sortworkwo.tmp".

           select sort-claim-file
           assign to "../../../data/sortworkwc.tmp".

           select sorted-wip-file
           assign to dynamic ws-sorted-wip-filename
           organization is line sequential.

      * the warranty claim extract - one line per warranty repair,
      * in vendor order, for accounts payable to bill each vendor
           select claim-file
           assign to dynamic ws-claim-filename
           organization is line sequential.

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

       fd work-order-file
           data record is work-order-record.
       copy "../copybooks/WORKORD.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd vendor-master-file
           data record is vendor-master-record.
       copy "../copybooks/VENDMAST.cpy".

       fd age-threshold-file
           data record is age-threshold-record
           record contains 3 characters.
       01 age-threshold-record         pic 9(3).

       fd raw-wip-file
           data record is raw-wip-record
           record contains 71 characters.
       01 raw-wip-record.
           05 rw-store-number          pic xx.
           05 rw-order-number          pic x(9).
           05 rw-customer-number       pic x(8).
           05 rw-sku-code              pic x(15).
           05 rw-serial-number         pic x(12).
           05 rw-warranty-flag         pic x.
           05 rw-status                pic x.
           05 rw-intake-date           pic 9(8).
           05 rw-status-date           pic 9(8).
           05 rw-estimate              pic 9(5)v99.

       fd raw-claim-file
           data record is raw-claim-record
           record contains 82 characters.
       01 raw-claim-record             pic x(82).

       sd sort-wip-file
           data record is sw-wip-record.
       01 sw-wip-record.
           05 sw-store-number          pic xx.
           05 sw-order-number          pic x(9).
           05 filler                   pic x(60).

       sd sort-claim-file
           data record is sc-claim-record.
       01 sc-claim-record.
           05 sc-vendor-id             pic x(4).
           05 sc-order-number          pic x(9).
           05 filler                   pic x(69).

       fd sorted-wip-file
           data record is sorted-wip-record
           record contains 71 characters.
       01 sorted-wip-record.
           05 sa-store-number          pic xx.
           05 sa-order-number          pic x(9).
           05 sa-customer-number       pic x(8).
           05 sa-sku-code              pic x(15).
           05 sa-serial-number         pic x(12).
           05 sa-warranty-flag         pic x.
           05 sa-status                pic x.
           05 sa-intake-date           pic 9(8).
           05 sa-status-date           pic 9(8).
           05 sa-estimate              pic 9(5)v99.

       fd claim-file
           data record is claim-record
           record contains 82 characters.
       01 claim-record.
           05 cl-vendor-id             pic x(4).
           05 cl-order-number          pic x(9).
           05 cl-store-number          pic xx.
           05 cl-sku-code              pic x(15).
           05 cl-serial-number         pic x(12).
      * our original sale of the unit, off the warranty registry
           05 cl-sale-invoice          pic x(9).
           05 cl-sale-date             pic 9(8).
           05 cl-intake-date           pic 9(8).
           05 cl-pickup-date           pic 9(8).
      * the value of the repair the vendor is billed for
           05 cl-claim-amount          pic 9(5)v99.

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
       77 ws-claim-filename            pic x(44)
           value spaces.
       77 ws-raw-wip-filename          pic x(44)
           value spaces.
       77 ws-raw-claim-filename        pic x(44)
           value spaces.
       77 ws-sorted-wip-filename       pic x(44)
           value spaces.

       77 ws-wo-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-vd-file-available         pic x
           value "N".
       77 ws-at-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in default: flag an item two weeks in the shop,
      * unless woagedays.dat says otherwise
       77 ws-age-threshold-days        pic 9(3)
           value 14.
       77 ws-shop-days                 pic s9(5)
           value 0.
       77 ws-waiting-days              pic s9(5)
           value 0.

       77 ws-scanned-count             pic 9(7)
           value 0.
       77 ws-open-count                pic 9(5)
           value 0.
       77 ws-late-count                pic 9(5)
           value 0.
       77 ws-claim-count               pic 9(5)
           value 0.
       77 ws-no-vendor-count           pic 9(5)
           value 0.
       77 ws-estimates-open            pic 9(9)v99
           value 0.
       77 ws-claim-amount              pic 9(9)v99
           value 0.

      * the work in process by days in the shop - 0-7, 8-14, 15-30
      * and over 30 days - for the store in hand and for the chain
       01 ws-bucket-table.
           05 ws-bk-entry              occurs 4 times.
               10 ws-bk-count          pic 9(5).
               10 ws-bk-estimate       pic 9(9)v99.
       01 ws-store-bucket-table.
           05 ws-sb-count              pic 9(5)
               occurs 4 times.
       77 ws-bk-idx                    pic 9
           value 0.

       01 ws-bucket-names.
           05 filler                   pic x(12)
               value "0-7 DAYS".
           05 filler                   pic x(12)
               value "8-14 DAYS".
           05 filler                   pic x(12)
               value "15-30 DAYS".
           05 filler                   pic x(12)
               value "OVER 30 DAYS".
       01 ws-bucket-name-table redefines ws-bucket-names.
           05 ws-bucket-name           pic x(12)
               occurs 4 times.

      * store-level control-break fields
       01 ws-store-current             pic xx
           value spaces.
       01 ws-store-open-count          pic 9(5)
           value 0.

      * vendor-level control-break fields
       01 ws-vendor-current            pic x(4)
           value spaces.
       01 ws-vendor-claim-count        pic 9(5)
           value 0.
       01 ws-vendor-claim-amount       pic 9(9)v99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "REPAIR WORK ORDERS - BATCH    ".
           05 rh-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(10)
               value "  AS OF: ".
           05 rh-as-of-date            pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-wip-heading.
           05 filler                   pic x(36)
               value "WORK IN PROCESS BY STORE".

       01 ws-column-heading.
           05 filler                   pic x(11)
               value "ORDER".
           05 filler                   pic x(4)
               value "ST".
           05 filler                   pic x(10)
               value "CUSTOMER".
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(14)
               value "SERIAL".
           05 filler                   pic x(6)
               value "TYPE".
           05 filler                   pic x(7)
               value "STATUS".
           05 filler                   pic x(11)
               value "  ESTIMATE".
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
           05 dl-serial                pic x(12)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-type                  pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-status                pic x(5)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-estimate              pic $$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-days                  pic zzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-flag                  pic x(13)
               value spaces.

       01 ws-store-total-detail.
           05 filler                   pic x(8)
               value "  STORE ".
           05 st-store                 pic xx
               value spaces.
           05 filler                   pic x(10)
               value " IN SHOP: ".
           05 st-count                 pic zzzz9
               value 0.
           05 filler                   pic x(7)
               value "  0-7: ".
           05 st-bucket-1              pic zzzz9
               value 0.
           05 filler                   pic x(8)
               value "  8-14: ".
           05 st-bucket-2              pic zzzz9
               value 0.
           05 filler                   pic x(9)
               value "  15-30: ".
           05 st-bucket-3              pic zzzz9
               value 0.
           05 filler                   pic x(11)
               value "  OVER 30: ".
           05 st-bucket-4              pic zzzz9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "NO WORK ORDERS ON FILE".

       01 ws-aging-heading.
           05 filler                   pic x(36)
               value "WORK IN PROCESS BY AGE".

       01 ws-bucket-line.
           05 filler                   pic x(2)
               value spaces.
           05 bl-name                  pic x(12)
               value spaces.
           05 filler                   pic x(11)
               value "  ORDERS: ".
           05 bl-count                 pic zzzz9
               value 0.
           05 filler                   pic x(13)
               value "  ESTIMATES: ".
           05 bl-estimate              pic $$$,$$$,$$9.99
               value 0.

       01 ws-open-total-detail.
           05 filler                   pic x(24)
               value "WORK ORDERS IN SHOP: ".
           05 ot-count                 pic zzzz9
               value 0.
           05 filler                   pic x(13)
               value "  ESTIMATES: ".
           05 ot-estimates             pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(10)
               value "  LATE: ".
           05 ot-late                  pic zzzz9
               value 0.

       01 ws-claim-heading.
           05 filler                   pic x(36)
               value "WARRANTY CLAIMS BY VENDOR".

       01 ws-claim-column-heading.
           05 filler                   pic x(6)
               value "VEND".
           05 filler                   pic x(11)
               value "ORDER".
           05 filler                   pic x(4)
               value "ST".
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(14)
               value "SERIAL".
           05 filler                   pic x(11)
               value "SOLD".
           05 filler                   pic x(10)
               value "PICKED UP".
           05 filler                   pic x(11)
               value "     CLAIM".

       01 ws-claim-detail-line.
           05 cd-vendor-id             pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-order-number          pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-serial                pic x(12)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-sale-date             pic 9(8)
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 cd-pickup-date           pic 9(8)
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 cd-claim-amount          pic $$,$$9.99
               value 0.

       01 ws-vendor-total-detail.
           05 filler                   pic x(9)
               value "  VENDOR ".
           05 vt-vendor-id             pic x(4)
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 vt-vendor-name           pic x(20)
               value spaces.
           05 filler                   pic x(10)
               value " CLAIMS: ".
           05 vt-count                 pic zzzz9
               value 0.
           05 filler                   pic x(10)
               value "  AMOUNT: ".
           05 vt-amount                pic $$$,$$$,$$9.99
               value 0.

       01 ws-claim-total-detail.
           05 filler                   pic x(24)
               value "WARRANTY CLAIMS: ".
           05 ct-count                 pic zzzz9
               value 0.
           05 filler                   pic x(10)
               value "  AMOUNT: ".
           05 ct-amount                pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(13)
               value "  NO VENDOR: ".
           05 ct-no-vendor             pic zzzz9
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

      * no master yet just means no repair has been taken in -
      * nothing to age and nothing to claim
           open i-o work-order-file.
           if ws-wo-file-status is not equal to "00"
               write report-line from ws-no-master-line
                   after advancing 1 line
               close report-file
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 05-open-lookup-files.
           perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 4
               move 0 to ws-bk-count(ws-bk-idx)
               move 0 to ws-bk-estimate(ws-bk-idx)
               move 0 to ws-sb-count(ws-bk-idx)
           end-perform.

           open output raw-wip-file raw-claim-file.
           move "N" to ws-eof-flag.
           read work-order-file at end move "Y" to ws-eof-flag.
           perform 20-process-one-order
               thru 20-process-exit
               until ws-eof-flag = "Y".
           close work-order-file raw-wip-file raw-claim-file.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

      * the work in process by store, then work-order number, for
      * the store break; the claims by vendor, then work-order
      * number, straight into the extract
           sort sort-wip-file
               on ascending key sw-store-number sw-order-number
               using raw-wip-file
               giving sorted-wip-file.
           sort sort-claim-file
               on ascending key sc-vendor-id sc-order-number
               using raw-claim-file
               giving claim-file.

           perform 30-print-wip.
           perform 40-output-aging.
           perform 50-print-claims.
           if ws-vd-file-available = "Y"
               close vendor-master-file
           end-if.
           close report-file.

      * warranty repairs nobody can claim (no vendor on the SKU) are
      * a warning - purchasing has a master to fill in
           if ws-no-vendor-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-scanned-count to ws-rl-records-read.
           move ws-claim-count to ws-rl-records-written.
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

           string "../../../data/WorkOrder_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/WarrantyClaims_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-claim-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.
           string "../../../data/woraw_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-raw-wip-filename.
           string "../../../data/woclaimraw_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-raw-claim-filename.
           string "../../../data/wosorted_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-sorted-wip-filename.

      * loads the aging threshold so ops can tighten or loosen it
      * without recompiling - keeps the compiled-in default if
      * woagedays.dat isn't present
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

      * the SKU master for the item's vendor and the vendor master
      * for its name - either missing only costs the claims their
      * vendor or the listing its names
       05-open-lookup-files.
           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           open input vendor-master-file.
           if ws-vd-file-status = "00"
               move "Y" to ws-vd-file-available
           end-if.

      * an item still in the shop goes on the work in process; a
      * warranty repair picked up and not yet claimed is claimed
      * from its vendor. One claimed by this batch before is claimed
      * again, so a rerun writes the same extract.
       20-process-one-order.
           add 1 to ws-scanned-count.
           if wo-status is not equal to "P"
               perform 21-extract-wip
               go to 20-process-exit
           end-if.
           if wo-warranty-flag = "W"
               and (wo-claim-batch = spaces
                   or wo-claim-batch = ws-batch-id)
               perform 22-claim-one-order
                   thru 22-claim-one-order-exit
           end-if.

       20-process-exit.
           read work-order-file at end move "Y" to ws-eof-flag.

       21-extract-wip.
           move wo-store-number to rw-store-number.
           move wo-order-number to rw-order-number.
           move wo-customer-number to rw-customer-number.
           move wo-sku-code to rw-sku-code.
           move wo-serial-number to rw-serial-number.
           move wo-warranty-flag to rw-warranty-flag.
           move wo-status to rw-status.
           move wo-intake-date to rw-intake-date.
           move wo-status-date to rw-status-date.
           move wo-estimate to rw-estimate.
           write raw-wip-record.

      * one claim line to the vendor of the repaired item - a SKU
      * with no vendor waits and is tried again every night until
      * purchasing fills it in
       22-claim-one-order.
           move spaces to sm-vendor-id.
           if ws-skm-file-available = "Y"
               move wo-sku-code to sm-sku-code
               read sku-master-file
                   invalid key
                       move spaces to sm-vendor-id
               end-read
           end-if.
           if sm-vendor-id = spaces
               add 1 to ws-no-vendor-count
               go to 22-claim-one-order-exit
           end-if.

           move spaces to claim-record.
           move sm-vendor-id to cl-vendor-id.
           move wo-order-number to cl-order-number.
           move wo-store-number to cl-store-number.
           move wo-sku-code to cl-sku-code.
           move wo-serial-number to cl-serial-number.
           move wo-sale-invoice to cl-sale-invoice.
           move wo-sale-date to cl-sale-date.
           move wo-intake-date to cl-intake-date.
           move wo-pickup-date to cl-pickup-date.
           move wo-charge to cl-claim-amount.
           write raw-claim-record from claim-record.

           move ws-batch-id to wo-claim-batch.
           rewrite work-order-record.
           add 1 to ws-claim-count.
           add wo-charge to ws-claim-amount.

       22-claim-one-order-exit.
           exit.

      * the work in process, store by store
       30-print-wip.
           write report-line from ws-wip-heading
               after advancing 1 line.
           write report-line from ws-column-heading
               after advancing 1 line.
           open input sorted-wip-file.
           move "N" to ws-eof-flag.
           read sorted-wip-file at end move "Y" to ws-eof-flag.
           perform 31-print-one-order until ws-eof-flag = "Y".
           close sorted-wip-file.
           if ws-store-current is not equal to spaces
               perform 33-output-store-total
           end-if.
           if ws-open-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

      * store-number control break plus the detail line - days since
      * the item came in, bucketed; an item in the shop past the
      * threshold is late, and a finished one the customer hasn't
      * collected past the threshold needs a call
       31-print-one-order.
           if ws-store-current = spaces
               move sa-store-number to ws-store-current
           else
               if sa-store-number is not equal to ws-store-current
                   perform 33-output-store-total
                   move sa-store-number to ws-store-current
               end-if
           end-if.

           add 1 to ws-open-count ws-store-open-count.
           add sa-estimate to ws-estimates-open.
           move 0 to ws-shop-days.
           if sa-intake-date is numeric
               and sa-intake-date > 0
               compute ws-shop-days =
                   function integer-of-date(ws-business-date) -
                   function integer-of-date(sa-intake-date)
           end-if.
           if ws-shop-days < 0
               move 0 to ws-shop-days
           end-if.
           evaluate true
               when ws-shop-days <= 7
                   move 1 to ws-bk-idx
               when ws-shop-days <= 14
                   move 2 to ws-bk-idx
               when ws-shop-days <= 30
                   move 3 to ws-bk-idx
               when other
                   move 4 to ws-bk-idx
           end-evaluate.
           add 1 to ws-bk-count(ws-bk-idx) ws-sb-count(ws-bk-idx).
           add sa-estimate to ws-bk-estimate(ws-bk-idx).

           move spaces to dl-flag.
           evaluate sa-status
               when "O"
                   move "OPEN" to dl-status
               when "A"
                   move "PARTS" to dl-status
               when "B"
                   move "BENCH" to dl-status
               when "C"
                   move "READY" to dl-status
               when other
                   move sa-status to dl-status
           end-evaluate.
           if sa-status = "C"
               move 0 to ws-waiting-days
               if sa-status-date is numeric
                   and sa-status-date > 0
                   compute ws-waiting-days =
                       function integer-of-date(ws-business-date)
                       - function integer-of-date(sa-status-date)
               end-if
               if ws-waiting-days > ws-age-threshold-days
                   add 1 to ws-late-count
                   move "NOT PICKED UP" to dl-flag
               end-if
           else
               if ws-shop-days > ws-age-threshold-days
                   add 1 to ws-late-count
                   move "OVERDUE" to dl-flag
               end-if
           end-if.
           if sa-warranty-flag = "W"
               move "WRTY" to dl-type
           else
               move "PAID" to dl-type
           end-if.

           move sa-order-number to dl-order-number.
           move sa-store-number to dl-store.
           move sa-customer-number to dl-customer.
           move sa-sku-code to dl-sku.
           move sa-serial-number to dl-serial.
           move sa-estimate to dl-estimate.
           move ws-shop-days to dl-days.
           write report-line from ws-detail-line
               after advancing 1 line.

           read sorted-wip-file at end move "Y" to ws-eof-flag.

       33-output-store-total.
           move ws-store-current to st-store.
           move ws-store-open-count to st-count.
           move ws-sb-count(1) to st-bucket-1.
           move ws-sb-count(2) to st-bucket-2.
           move ws-sb-count(3) to st-bucket-3.
           move ws-sb-count(4) to st-bucket-4.
           write report-line from ws-store-total-detail
               after advancing 1 line.
           write report-line from ws-line-break.
           move 0 to ws-store-open-count.
           perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 4
               move 0 to ws-sb-count(ws-bk-idx)
           end-perform.

      * the chain-wide aging summary
       40-output-aging.
           write report-line from ws-aging-heading
               after advancing 2 lines.
           perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 4
               move ws-bucket-name(ws-bk-idx) to bl-name
               move ws-bk-count(ws-bk-idx) to bl-count
               move ws-bk-estimate(ws-bk-idx) to bl-estimate
               write report-line from ws-bucket-line
                   after advancing 1 line
           end-perform.

           move ws-open-count to ot-count.
           move ws-estimates-open to ot-estimates.
           move ws-late-count to ot-late.
           write report-line from ws-open-total-detail
               after advancing 2 lines.

      * tonight's warranty claims as the extract carries them,
      * vendor by vendor
       50-print-claims.
           write report-line from ws-claim-heading
               after advancing 2 lines.
           write report-line from ws-claim-column-heading
               after advancing 1 line.
           open input claim-file.
           move "N" to ws-eof-flag.
           read claim-file at end move "Y" to ws-eof-flag.
           perform 51-print-one-claim until ws-eof-flag = "Y".
           close claim-file.
           if ws-vendor-current is not equal to spaces
               perform 53-output-vendor-total
           end-if.
           if ws-claim-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-claim-count to ct-count.
           move ws-claim-amount to ct-amount.
           move ws-no-vendor-count to ct-no-vendor.
           write report-line from ws-claim-total-detail
               after advancing 2 lines.

       51-print-one-claim.
           if ws-vendor-current = spaces
               move cl-vendor-id to ws-vendor-current
           else
               if cl-vendor-id is not equal to ws-vendor-current
                   perform 53-output-vendor-total
                   move cl-vendor-id to ws-vendor-current
               end-if
           end-if.

           add 1 to ws-vendor-claim-count.
           add cl-claim-amount to ws-vendor-claim-amount.
           move cl-vendor-id to cd-vendor-id.
           move cl-order-number to cd-order-number.
           move cl-store-number to cd-store.
           move cl-sku-code to cd-sku.
           move cl-serial-number to cd-serial.
           move cl-sale-date to cd-sale-date.
           move cl-pickup-date to cd-pickup-date.
           move cl-claim-amount to cd-claim-amount.
           write report-line from ws-claim-detail-line
               after advancing 1 line.

           read claim-file at end move "Y" to ws-eof-flag.

       53-output-vendor-total.
           move ws-vendor-current to vt-vendor-id.
           move spaces to vt-vendor-name.
           if ws-vd-file-available = "Y"
               move ws-vendor-current to vd-vendor-id
               read vendor-master-file
                   invalid key
                       continue
                   not invalid key
                       move vd-vendor-name to vt-vendor-name
               end-read
           end-if.
           move ws-vendor-claim-count to vt-count.
           move ws-vendor-claim-amount to vt-amount.
           write report-line from ws-vendor-total-detail
               after advancing 1 line.
           write report-line from ws-line-break.
           move 0 to ws-vendor-claim-count.
           move 0 to ws-vendor-claim-amount.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="WORKORDER"==.

       end program WorkOrder.
