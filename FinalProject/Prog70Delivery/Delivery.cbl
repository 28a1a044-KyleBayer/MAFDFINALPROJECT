       identification division.
       program-id. Delivery.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventieth program in our MAFD 4201 Final
      * Project. The appliances and furniture that go out on our
      * truck were scheduled on a whiteboard - the date, the address
      * and whether the stop was ever made. A sale rung for delivery
      * now carries the request (a "D" in the header's return-reason
      * slot, and the customer's requested date, when they asked for
      * one, in the replacement-SKU slot), and this step opens a
      * delivery master record for it with the address off the
      * customer master. It then closes or reschedules stops from
      * the drivers' confirmation file, writes each store's manifest
      * for tomorrow's run - the stops, the SKUs and the serial
      * numbers going on the truck - and reports every stop still
      * undelivered past its scheduled date.
      * Runs in the chain right after SpecialOrder.

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

      * the batch's business date as the driver recorded it - what
      * tomorrow's manifests and the overdue stops are judged from
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the night's sales and layaways as DataSplitCount split them -
      * an invoice's item lines come just ahead of its header
           select sale-file
           assign to dynamic ws-sale-filename
           organization is line sequential
           file status is ws-sa-file-status.

      * the delivery master - opened here, closed by confirmation
           select delivery-file
           assign to "../../../data/delmaster.dat"
           organization is indexed
           access mode is random
           record key is dv-invoice-number
           file status is ws-dv-file-status.

      * the same master read front to back for tomorrow's stops and
      * the overdue ones
           select delivery-scan-file
           assign to "../../../data/delmaster.dat"
           organization is indexed
           access mode is sequential
           record key is ds-invoice-number
           file status is ws-ds-file-status.

      * customer master - where the delivery goes by default
           select cust-master-file
           assign to "../../../data/custmaster.dat"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cm-file-status.

      * SKU master - descriptions for the manifest
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * the drivers' confirmations for this batch - one line per
      * stop attempted
           select confirm-file
           assign to dynamic ws-confirm-filename
           organization is line sequential
           file status is ws-dc-file-status.

      * configurable lead time - how many days out a delivery with
      * no requested date is first scheduled; changeable by ops
      * without a recompile
           select policy-file
           assign to "../../../data/delpolicy.dat"
           organization is line sequential
           file status is ws-dp-file-status.

      * one-line marker written once this batch's deliveries and
      * confirmations are on the master - a rerun must not count a
      * failed trip twice
           select post-marker-file
           assign to dynamic ws-post-marker-filename
           organization is line sequential
           file status is ws-pm-file-status.

      * one manifest per store for the delivery date
           select manifest-file
           assign to dynamic ws-manifest-filename
           organization is line sequential
           file status is ws-mf-file-status.

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

       fd sale-file
           data record is sale-record
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==sa==
                     ==input-line== by ==sale-record==.

       fd delivery-file
           data record is delivery-record.
       copy "../copybooks/DELVMAST.cpy".

       fd delivery-scan-file
           data record is delivery-scan-record.
       copy "../copybooks/DELVMAST.cpy"
           replacing ==delivery-record== by ==delivery-scan-record==
                     leading ==dv== by ==ds==.

       fd cust-master-file
           data record is customer-master-record.
       copy "../copybooks/CUSTMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd confirm-file
           data record is confirm-record
           record contains 26 characters.
       01 confirm-record.
           05 dc-invoice-number        pic x(9).
      * D = delivered, F = failed (nobody home, refused, no access)
           05 dc-result                pic x.
      * YYYYMMDD the stop was made
           05 dc-confirm-date          pic 9(8).
      * YYYYMMDD to try again on a failed stop - zero for the first
      * available day
           05 dc-reschedule-date       pic 9(8).

       fd policy-file
           data record is policy-record
           record contains 3 characters.
       01 policy-record                pic 9(3).

       fd post-marker-file
           data record is post-marker-record
           record contains 8 characters.
       01 post-marker-record           pic x(8).

       fd manifest-file
           data record is manifest-line
           record contains 100 characters.
       01 manifest-line                pic x(100).

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

       77 ws-sale-filename             pic x(44)
           value spaces.
       77 ws-confirm-filename          pic x(44)
           value spaces.
       77 ws-post-marker-filename      pic x(44)
           value spaces.
       77 ws-manifest-filename         pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-sa-file-status            pic xx
           value spaces.
       77 ws-dv-file-status            pic xx
           value spaces.
       77 ws-ds-file-status            pic xx
           value spaces.
       77 ws-cm-file-status            pic xx
           value spaces.
       77 ws-cm-file-available         pic x
           value "N".
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-dc-file-status            pic xx
           value spaces.
       77 ws-dp-file-status            pic xx
           value spaces.
       77 ws-pm-file-status            pic xx
           value spaces.
       77 ws-mf-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * Y when this batch's deliveries already reached the master on
      * an earlier run - the manifests and exceptions still print
       77 ws-already-posted            pic x
           value "N".

      * compiled-in default: a delivery with no requested date goes
      * out two days after the sale, unless delpolicy.dat says
      * otherwise
       77 ws-lead-days                 pic 9(3)
           value 2.

       77 ws-today-int                 pic 9(7)
           value 0.
       77 ws-tomorrow                  pic 9(8)
           value 0.
       77 ws-tomorrow-x                pic x(8)
           value spaces.
       77 ws-first-available           pic 9(8)
           value 0.
       77 ws-days-late                 pic s9(5)
           value 0.

      * the item lines of the invoice being read - a delivery's
      * header follows its items, so they are held until it arrives
       77 ws-buf-invoice               pic x(9)
           value spaces.
       77 ws-it-count                  pic 99
           value 0.
       01 ws-item-table.
           05 ws-it-entry
               occurs 1 to 50 times depending on ws-it-count.
               10 ws-it-sku            pic x(15).
               10 ws-it-serial         pic x(12).
               10 ws-it-qty            pic 9(3).
       77 ws-it-idx                    pic 99
           value 0.
       77 ws-dv-idx                    pic 99
           value 0.

      * tomorrow's stops, sorted into store order for the manifests
       77 ws-st-count                  pic 9(4)
           value 0.
       01 ws-stop-table.
           05 ws-st-entry
               occurs 1 to 2000 times depending on ws-st-count.
               10 ws-st-store          pic xx.
               10 ws-st-invoice        pic x(9).
       77 ws-st-idx                    pic 9(4)
           value 0.
       77 ws-st-idx2                   pic 9(4)
           value 0.
       01 ws-st-swap                   pic x(11)
           value spaces.

       77 ws-cur-store                 pic xx
           value spaces.
       77 ws-manifest-open             pic x
           value "N".
       77 ws-stop-number               pic 9(3)
           value 0.

       77 ws-scheduled-count           pic 9(5)
           value 0.
       77 ws-no-address-count          pic 9(5)
           value 0.
       77 ws-delivered-count           pic 9(5)
           value 0.
       77 ws-rescheduled-count         pic 9(5)
           value 0.
       77 ws-rejected-count            pic 9(5)
           value 0.
       77 ws-open-count                pic 9(5)
           value 0.
       77 ws-overdue-count             pic 9(5)
           value 0.
       77 ws-manifest-count            pic 9(5)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "DELIVERY SCHEDULE - BATCH     ".
           05 rh-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(10)
               value "  AS OF: ".
           05 rh-as-of-date            pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-already-posted-line.
           05 filler                   pic x(50)
               value "ALREADY POSTED - MANIFESTS AND EXCEPTIONS ONLY".

       01 ws-scheduled-heading.
           05 filler                   pic x(36)
               value "DELIVERIES SCHEDULED".

       01 ws-scheduled-detail.
           05 filler                   pic x(2)
               value spaces.
           05 sd-invoice               pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sd-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sd-customer              pic x(8)
               value spaces.
           05 filler                   pic x(7)
               value "  FOR: ".
           05 sd-date                  pic 9(8)
               value 0.
           05 filler                   pic x(9)
               value "  ITEMS: ".
           05 sd-items                 pic z9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 sd-flag                  pic x(20)
               value spaces.

       01 ws-confirm-heading.
           05 filler                   pic x(36)
               value "DELIVERY CONFIRMATIONS".

       01 ws-confirm-detail.
           05 filler                   pic x(2)
               value spaces.
           05 cd-invoice               pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-result                pic x
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-outcome               pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cd-new-date              pic 9(8)
               blank when zero
               value 0.

       01 ws-exception-heading.
           05 filler                   pic x(36)
               value "UNDELIVERED PAST SCHEDULED DATE".

       01 ws-exception-detail.
           05 filler                   pic x(2)
               value spaces.
           05 xd-invoice               pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 xd-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 xd-name                  pic x(20)
               value spaces.
           05 filler                   pic x(8)
               value "  SCHD: ".
           05 xd-date                  pic 9(8)
               value 0.
           05 filler                   pic x(8)
               value "  LATE: ".
           05 xd-days                  pic zzzz9
               value 0.
           05 filler                   pic x(8)
               value "  TRIPS:".
           05 xd-attempts              pic z9
               value 0.

       01 ws-manifest-heading.
           05 filler                   pic x(36)
               value "MANIFESTS FOR".
           05 mh-date                  pic 9(8)
               value 0.

       01 ws-manifest-summary.
           05 filler                   pic x(8)
               value "  STORE ".
           05 ms-store                 pic xx
               value spaces.
           05 filler                   pic x(9)
               value "  STOPS: ".
           05 ms-stops                 pic zz9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-scheduled-total-detail.
           05 filler                   pic x(24)
               value "DELIVERIES SCHEDULED: ".
           05 st-scheduled             pic zzzz9
               value 0.
           05 filler                   pic x(15)
               value "  NO ADDRESS: ".
           05 st-no-address            pic zzzz9
               value 0.

       01 ws-confirm-total-detail.
           05 filler                   pic x(24)
               value "STOPS DELIVERED: ".
           05 ct-delivered             pic zzzz9
               value 0.
           05 filler                   pic x(16)
               value "  RESCHEDULED: ".
           05 ct-rescheduled           pic zzzz9
               value 0.
           05 filler                   pic x(13)
               value "  REJECTED: ".
           05 ct-rejected              pic zzzz9
               value 0.

       01 ws-open-total-detail.
           05 filler                   pic x(24)
               value "STOPS STILL OPEN: ".
           05 ot-open                  pic zzzz9
               value 0.
           05 filler                   pic x(14)
               value "  OVERDUE: ".
           05 ot-overdue               pic zzzz9
               value 0.
           05 filler                   pic x(18)
               value "  ON MANIFESTS: ".
           05 ot-manifest              pic zzzz9
               value 0.

      * the manifest's own lines - one stop line, its address line,
      * then one line per unit going on the truck
       01 ws-mf-heading.
           05 filler                   pic x(28)
               value "DELIVERY MANIFEST - STORE ".
           05 mf-store                 pic xx
               value spaces.
           05 filler                   pic x(18)
               value "   DELIVERY DATE: ".
           05 mf-date                  pic 9(8)
               value 0.

       01 ws-mf-stop-line.
           05 filler                   pic x(6)
               value "STOP ".
           05 mf-stop                  pic zz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 mf-invoice               pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 mf-customer              pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 mf-name                  pic x(20)
               value spaces.
           05 filler                   pic x(8)
               value "  PHONE ".
           05 mf-phone                 pic x(10)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 mf-trips                 pic x(12)
               value spaces.

       01 ws-mf-address-line.
           05 filler                   pic x(12)
               value spaces.
           05 mf-address               pic x(30)
               value spaces.

       01 ws-mf-item-line.
           05 filler                   pic x(12)
               value spaces.
           05 mf-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 mf-description           pic x(20)
               value spaces.
           05 filler                   pic x(9)
               value "  SERIAL ".
           05 mf-serial                pic x(12)
               value spaces.
           05 filler                   pic x(7)
               value "  QTY ".
           05 mf-qty                   pic zz9
               value 0.

       01 ws-mf-signature-line.
           05 filler                   pic x(12)
               value spaces.
           05 filler                   pic x(50)
               value "RECEIVED BY ____________________  TIME ________".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 02-load-policy.
           perform 03b-load-business-date.

           compute ws-today-int =
               function integer-of-date(ws-business-date).
           compute ws-tomorrow =
               function date-of-integer(ws-today-int + 1).
           move ws-tomorrow to ws-tomorrow-x.
           compute ws-first-available =
               function date-of-integer(ws-today-int + ws-lead-days).
           if ws-first-available < ws-tomorrow
               move ws-tomorrow to ws-first-available
           end-if.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           move ws-business-date to rh-as-of-date.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input post-marker-file.
           if ws-pm-file-status = "00"
               close post-marker-file
               move "Y" to ws-already-posted
               write report-line from ws-already-posted-line
                   after advancing 1 line
           end-if.

           open input cust-master-file.
           if ws-cm-file-status = "00"
               move "Y" to ws-cm-file-available
           end-if.
           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.

           perform 05-open-delivery-master.
           if ws-already-posted is not equal to "Y"
               perform 10-schedule-deliveries
                   thru 10-schedule-exit
               perform 20-apply-confirmations
                   thru 20-confirm-exit
           end-if.
           close delivery-file.

           perform 30-scan-open-stops
               thru 30-scan-exit.
           perform 40-write-manifests
               thru 40-manifests-exit.

           move ws-scheduled-count to st-scheduled.
           move ws-no-address-count to st-no-address.
           write report-line from ws-scheduled-total-detail
               after advancing 2 lines.
           move ws-delivered-count to ct-delivered.
           move ws-rescheduled-count to ct-rescheduled.
           move ws-rejected-count to ct-rejected.
           write report-line from ws-confirm-total-detail
               after advancing 1 line.
           move ws-open-count to ot-open.
           move ws-overdue-count to ot-overdue.
           move ws-manifest-count to ot-manifest.
           write report-line from ws-open-total-detail
               after advancing 1 line.

           if ws-cm-file-available = "Y"
               close cust-master-file
           end-if.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.
           close report-file.

           if ws-already-posted is not equal to "Y"
               open output post-marker-file
               move ws-batch-id to post-marker-record
               write post-marker-record
               close post-marker-file
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-open-count to ws-rl-records-read.
           move ws-manifest-count to ws-rl-records-written.
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

           string "../../../data/salelayaways_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-sale-filename.
           string "../../../data/delconf_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-confirm-filename.
           string "../../../data/delpost_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-post-marker-filename.
           string "../../../data/Delivery_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * loads the lead time so ops can change it without
      * recompiling - keeps the compiled-in default if delpolicy.dat
      * isn't present
       02-load-policy.
           open input policy-file.
           if ws-dp-file-status = "00"
               read policy-file
                   at end
                       continue
                   not at end
                       if policy-record is numeric
                           move policy-record to ws-lead-days
                       end-if
               end-read
               close policy-file
           end-if.

      * the delivery master is opened I-O and created empty on the
      * very first run, same idiom as MasterMaint's masters
       05-open-delivery-master.
           open i-o delivery-file.
           if ws-dv-file-status = "35"
               open output delivery-file
               close delivery-file
               open i-o delivery-file
           end-if.

      * walks the night's sales: item lines are held per invoice,
      * and a sale header (or legacy line) flagged for delivery opens
      * its stop with the items it carried
       10-schedule-deliveries.
           move "N" to ws-eof-flag.
           open input sale-file.
           if ws-sa-file-status is not equal to "00"
               go to 10-schedule-exit
           end-if.
           write report-line from ws-scheduled-heading
               after advancing 1 line.
           move 0 to ws-it-count.
           move spaces to ws-buf-invoice.
           read sale-file at end move "Y" to ws-eof-flag.
           perform 12-scan-one-sale-line until ws-eof-flag = "Y".
           close sale-file.
           if ws-scheduled-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

       10-schedule-exit.
           exit.

       12-scan-one-sale-line.
           if sa-transaction-code = "S"
               evaluate sa-invoice-line-type
                   when "D"
                       if sa-invoice-number
                           is not equal to ws-buf-invoice
                           move sa-invoice-number to ws-buf-invoice
                           move 0 to ws-it-count
                       end-if
                       if ws-it-count < 50
                           add 1 to ws-it-count
                           move sa-sku-code to ws-it-sku(ws-it-count)
                           move sa-serial-number
                               to ws-it-serial(ws-it-count)
                           move sa-quantity to ws-it-qty(ws-it-count)
                       end-if
                   when "T"
                       continue
                   when other
                       if sa-return-reason-code = "D"
                           perform 14-open-delivery
                       end-if
                       move 0 to ws-it-count
                       move spaces to ws-buf-invoice
               end-evaluate
           end-if.
           read sale-file at end move "Y" to ws-eof-flag.

      * one stop per delivery sale - the customer's requested date
      * when it can still be met, otherwise the first available day;
      * a rerun of the batch finds the stop already there
       14-open-delivery.
           move spaces to delivery-record.
           move sa-invoice-number to dv-invoice-number.
           move sa-store-number to dv-store-number.
           move sa-customer-number to dv-customer-number.
           if ws-cm-file-available = "Y"
               move sa-customer-number to cm-customer-number
               read cust-master-file
                   invalid key
                       continue
                   not invalid key
                       move cm-customer-name to dv-customer-name
                       move cm-address to dv-address
                       move cm-phone to dv-phone
               end-read
           end-if.
           move sa-transaction-date to dv-sale-date.
           move ws-first-available to dv-scheduled-date.
           if sa-replacement-sku(1:8) is numeric
               move sa-replacement-sku(1:8) to dv-scheduled-date
               if dv-scheduled-date < ws-tomorrow
                   move ws-first-available to dv-scheduled-date
               end-if
           end-if.
           move "S" to dv-status.
           move 0 to dv-delivered-date.
           move 0 to dv-attempts.
           move 0 to dv-item-count.
           move spaces to sd-flag.

      * a legacy single-line sale is its own item; a header takes the
      * item lines read just ahead of it
           if sa-invoice-line-type = space
               move 1 to dv-item-count
               move sa-sku-code to dv-item-sku(1)
               move sa-serial-number to dv-item-serial(1)
               move sa-quantity to dv-item-qty(1)
           else
               if ws-buf-invoice = sa-invoice-number
                   perform varying ws-it-idx from 1 by 1
                       until ws-it-idx > ws-it-count
                       if dv-item-count < 6
                           add 1 to dv-item-count
                           move dv-item-count to ws-dv-idx
                           move ws-it-sku(ws-it-idx)
                               to dv-item-sku(ws-dv-idx)
                           move ws-it-serial(ws-it-idx)
                               to dv-item-serial(ws-dv-idx)
                           move ws-it-qty(ws-it-idx)
                               to dv-item-qty(ws-dv-idx)
                       else
                           move "MORE THAN 6 ITEMS" to sd-flag
                       end-if
                   end-perform
               end-if
           end-if.

           write delivery-record
               invalid key
                   move "ALREADY SCHEDULED" to sd-flag
               not invalid key
                   add 1 to ws-scheduled-count
                   if dv-address = spaces
                       add 1 to ws-no-address-count
                       move "NO ADDRESS ON FILE" to sd-flag
                   end-if
           end-write.

           move dv-invoice-number to sd-invoice.
           move dv-store-number to sd-store.
           move dv-customer-number to sd-customer.
           move dv-scheduled-date to sd-date.
           move dv-item-count to sd-items.
           write report-line from ws-scheduled-detail
               after advancing 1 line.

      * the drivers' confirmations: a delivered stop closes, a failed
      * one counts the trip and goes back on the schedule
       20-apply-confirmations.
           move "N" to ws-eof-flag.
           open input confirm-file.
           if ws-dc-file-status is not equal to "00"
               go to 20-confirm-exit
           end-if.
           write report-line from ws-confirm-heading
               after advancing 2 lines.
           read confirm-file at end move "Y" to ws-eof-flag.
           perform 22-apply-one-confirmation
               thru 22-apply-exit
               until ws-eof-flag = "Y".
           close confirm-file.

       20-confirm-exit.
           exit.

       22-apply-one-confirmation.
           move dc-invoice-number to cd-invoice.
           move dc-result to cd-result.
           move 0 to cd-new-date.
           move dc-invoice-number to dv-invoice-number.
           read delivery-file
               invalid key
                   move "NOT ON FILE" to cd-outcome
                   add 1 to ws-rejected-count
                   go to 22-apply-write
           end-read.
           if dv-status = "D"
               move "ALREADY DELIVERED" to cd-outcome
               add 1 to ws-rejected-count
               go to 22-apply-write
           end-if.
           evaluate dc-result
               when "D"
                   move "D" to dv-status
                   if dc-confirm-date is numeric
                       and dc-confirm-date > 0
                       move dc-confirm-date to dv-delivered-date
                   else
                       move ws-business-date to dv-delivered-date
                   end-if
                   rewrite delivery-record
                   add 1 to ws-delivered-count
                   move "DELIVERED" to cd-outcome
               when "F"
                   if dv-attempts < 99
                       add 1 to dv-attempts
                   end-if
                   if dc-reschedule-date is numeric
                       and dc-reschedule-date > ws-business-date
                       move dc-reschedule-date to dv-scheduled-date
                   else
                       move ws-first-available to dv-scheduled-date
                   end-if
                   rewrite delivery-record
                   add 1 to ws-rescheduled-count
                   move "RESCHEDULED" to cd-outcome
                   move dv-scheduled-date to cd-new-date
               when other
                   move "BAD RESULT CODE" to cd-outcome
                   add 1 to ws-rejected-count
           end-evaluate.

       22-apply-write.
           write report-line from ws-confirm-detail
               after advancing 1 line.

       22-apply-exit.
           read confirm-file at end move "Y" to ws-eof-flag.

      * walks the master: every stop still scheduled is open, the
      * ones due tomorrow go on the manifests, and the ones whose
      * date has come and gone without a confirmation are exceptions
       30-scan-open-stops.
           write report-line from ws-exception-heading
               after advancing 2 lines.
           move 0 to ws-st-count.
           move "N" to ws-eof-flag.
           open input delivery-scan-file.
           if ws-ds-file-status is not equal to "00"
               write report-line from ws-none-line
                   after advancing 1 line
               go to 30-scan-exit
           end-if.
           read delivery-scan-file at end move "Y" to ws-eof-flag.
           perform 32-judge-one-stop until ws-eof-flag = "Y".
           close delivery-scan-file.
           if ws-overdue-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

       30-scan-exit.
           exit.

       32-judge-one-stop.
           if ds-status = "S"
               add 1 to ws-open-count
               if ds-scheduled-date = ws-tomorrow
                   if ws-st-count >= 2000
                       display "DELIVERY: STOP TABLE FULL - RAISE "
                           "LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-st-count
                   move ds-store-number to ws-st-store(ws-st-count)
                   move ds-invoice-number
                       to ws-st-invoice(ws-st-count)
               end-if
               if ds-scheduled-date <= ws-business-date
                   perform 34-write-exception-line
               end-if
           end-if.
           read delivery-scan-file at end move "Y" to ws-eof-flag.

       34-write-exception-line.
           add 1 to ws-overdue-count.
           compute ws-days-late = ws-today-int -
               function integer-of-date(ds-scheduled-date).
           move ds-invoice-number to xd-invoice.
           move ds-store-number to xd-store.
           move ds-customer-name to xd-name.
           move ds-scheduled-date to xd-date.
           move ws-days-late to xd-days.
           move ds-attempts to xd-attempts.
           write report-line from ws-exception-detail
               after advancing 1 line.

      * tomorrow's stops in store order, one manifest file per store
       40-write-manifests.
           move ws-tomorrow to mh-date.
           write report-line from ws-manifest-heading
               after advancing 2 lines.
           if ws-st-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
               go to 40-manifests-exit
           end-if.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx >= ws-st-count
               perform varying ws-st-idx2 from ws-st-idx by 1
                   until ws-st-idx2 > ws-st-count
                   if ws-st-entry(ws-st-idx2) < ws-st-entry(ws-st-idx)
                       move ws-st-entry(ws-st-idx) to ws-st-swap
                       move ws-st-entry(ws-st-idx2)
                           to ws-st-entry(ws-st-idx)
                       move ws-st-swap to ws-st-entry(ws-st-idx2)
                   end-if
               end-perform
           end-perform.

           open input delivery-file.
           move spaces to ws-cur-store.
           perform 42-write-one-stop
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count.
           if ws-manifest-open = "Y"
               perform 44-close-manifest
           end-if.
           close delivery-file.

       40-manifests-exit.
           exit.

       42-write-one-stop.
           if ws-st-store(ws-st-idx) is not equal to ws-cur-store
               if ws-manifest-open = "Y"
                   perform 44-close-manifest
               end-if
               move ws-st-store(ws-st-idx) to ws-cur-store
               move spaces to ws-manifest-filename
               string "../../../data/manifest_" delimited by size
                   ws-cur-store delimited by size
                   "_" delimited by size
                   ws-tomorrow-x delimited by size
                   ".out" delimited by size
                   into ws-manifest-filename
               open output manifest-file
               move "Y" to ws-manifest-open
               move 0 to ws-stop-number
               move ws-cur-store to mf-store
               move ws-tomorrow to mf-date
               write manifest-line from ws-mf-heading
           end-if.

           move ws-st-invoice(ws-st-idx) to dv-invoice-number.
           read delivery-file
               invalid key
                   move spaces to dv-customer-name
                   move 0 to dv-item-count
           end-read.
           add 1 to ws-stop-number.
           add 1 to ws-manifest-count.
           move ws-stop-number to mf-stop.
           move dv-invoice-number to mf-invoice.
           move dv-customer-number to mf-customer.
           move dv-customer-name to mf-name.
           move dv-phone to mf-phone.
           move spaces to mf-trips.
           if dv-attempts > 0
               move "RETRY" to mf-trips
           end-if.
           write manifest-line from ws-mf-stop-line
               after advancing 2 lines.
           move dv-address to mf-address.
           if dv-address = spaces
               move "*** NO ADDRESS - CALL CUSTOMER ***" to mf-address
           end-if.
           write manifest-line from ws-mf-address-line
               after advancing 1 line.
           perform 43-write-one-item
               varying ws-dv-idx from 1 by 1
               until ws-dv-idx > dv-item-count.
           write manifest-line from ws-mf-signature-line
               after advancing 1 line.

       43-write-one-item.
           move dv-item-sku(ws-dv-idx) to mf-sku.
           move spaces to mf-description.
           if ws-skm-file-available = "Y"
               move dv-item-sku(ws-dv-idx) to sm-sku-code
               read sku-master-file
                   invalid key
                       continue
                   not invalid key
                       move sm-sku-description to mf-description
               end-read
           end-if.
           move dv-item-serial(ws-dv-idx) to mf-serial.
           move dv-item-qty(ws-dv-idx) to mf-qty.
           write manifest-line from ws-mf-item-line
               after advancing 1 line.

       44-close-manifest.
           close manifest-file.
           move "N" to ws-manifest-open.
           move ws-cur-store to ms-store.
           move ws-stop-number to ms-stops.
           write report-line from ws-manifest-summary
               after advancing 1 line.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="DELIVERY"==.

       end program Delivery.
