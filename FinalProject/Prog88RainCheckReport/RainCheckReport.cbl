       identification division.
       program-id. RainCheckReport.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-eighth program in our MAFD 4201 Final
      * Project. It is the rain-check listing - reads the rain-check
      * master DataSplitCount keeps posted and prints, store by store,
      * every rain check not yet redeemed: the ones still good, with
      * the days they have left, and the ones past their expiry, with
      * how long ago they lapsed - so the service desk can call the
      * customer about stock that has come in before the promise
      * runs out, and merchandising can see how much advertised
      * stock it failed to have on the shelf. Run on demand, not
      * part of the nightly chain:
      *     RainCheckReport <batch-id>

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

      * the rain-check master - read front to back; an indexed file
      * read sequentially comes back in rain-check number order
           select rain-check-file
           assign to "../../../data/raincheck.dat"
           organization is indexed
           access mode is sequential
           record key is rk-check-number
           file status is ws-rk-file-status.

      * unredeemed rain checks re-ordered by store, outstanding ahead
      * of expired, then number, so the store control break below
      * always sees stores in sequence - same SORT USING/GIVING idiom
      * as the aging reports
           select raw-check-file
           assign to dynamic ws-raw-check-filename
           organization is line sequential.

           select sort-work-file
           assign to "../../../data/sortworkrck.tmp".

           select sorted-check-file
           assign to dynamic ws-sorted-check-filename
           organization is line sequential.

           select output-file
           assign to dynamic ws-output-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd rain-check-file
           data record is rain-check-record.
       copy "../copybooks/RAINCHK.cpy".

       fd raw-check-file
           data record is raw-check-record
           record contains 67 characters.
       01 raw-check-record.
           05 ra-store-number          pic xx.
      * O = outstanding, E = expired - sorts the good ones first
           05 ra-group                 pic x.
           05 ra-check-number          pic x(9).
           05 ra-customer-number       pic x(8).
           05 ra-sku-code              pic x(15).
           05 ra-promo-code            pic x(6).
           05 ra-quantity              pic 9(3).
           05 ra-unit-price            pic 9(5)v99.
           05 ra-issue-date            pic 9(8).
           05 ra-expiry-date           pic 9(8).

       sd sort-work-file
           data record is sw-sort-record.
       01 sw-sort-record.
           05 sw-store-number          pic xx.
           05 sw-group                 pic x.
           05 sw-check-number          pic x(9).
           05 filler                   pic x(55).

       fd sorted-check-file
           data record is sorted-check-record
           record contains 67 characters.
       01 sorted-check-record.
           05 sa-store-number          pic xx.
           05 sa-group                 pic x.
           05 sa-check-number          pic x(9).
           05 sa-customer-number       pic x(8).
           05 sa-sku-code              pic x(15).
           05 sa-promo-code            pic x(6).
           05 sa-quantity              pic 9(3).
           05 sa-unit-price            pic 9(5)v99.
           05 sa-issue-date            pic 9(8).
           05 sa-expiry-date           pic 9(8).

       fd output-file
           data record is print-line
           record contains 100 characters.
       01 print-line                   pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-raw-check-filename        pic x(44)
           value spaces.
       77 ws-sorted-check-filename     pic x(44)
           value spaces.
       77 ws-output-filename           pic x(44)
           value spaces.

       77 ws-rk-file-status            pic xx
           value spaces.

       77 ws-eof-flag                  pic x
           value "N".

       01 ws-today                     pic 9(8)
           value 0.

      * days left on an outstanding rain check, days since an
      * expired one lapsed
       77 ws-days                      pic s9(5)
           value 0.
       77 ws-checks-read               pic 9(7)
           value 0.

      * store-level control-break fields
       01 ws-store-current             pic xx
           value spaces.
       01 ws-store-outstanding-count   pic 9(5)
           value 0.
       01 ws-store-expired-count       pic 9(5)
           value 0.

      * report totals
       01 ws-total-outstanding-count   pic 9(7)
           value 0.
       01 ws-total-expired-count       pic 9(7)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(36)
               value "OUTSTANDING AND EXPIRED RAIN CHECKS ".
           05 filler                   pic x(6)
               value "AS OF ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-header.
           05 filler                   pic x(6)
               value "STORE ".
           05 filler                   pic x(12)
               value "STATUS".
           05 filler                   pic x(11)
               value "RAIN CHECK".
           05 filler                   pic x(10)
               value "CUSTOMER".
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(8)
               value "PROMO".
           05 filler                   pic x(5)
               value "QTY".
           05 filler                   pic x(10)
               value "WRITTEN".
           05 filler                   pic x(10)
               value "EXPIRES".
           05 filler                   pic x(5)
               value " DAYS".

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-detail-line.
           05 filler                   pic x(2)
               value spaces.
           05 dl-store-number          pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-status                pic x(11)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 dl-check-number          pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-customer-number       pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-sku-code              pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-promo-code            pic x(6)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-quantity              pic zz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-issue-date            pic 9(8)
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-expiry-date           pic 9(8)
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-days                  pic zzzz9
               value 0.

       01 ws-store-total-detail.
           05 filler                   pic x(21)
               value "  STORE OUTSTANDING: ".
           05 st-outstanding-count     pic zzzz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 filler                   pic x(9)
               value "EXPIRED: ".
           05 st-expired-count         pic zzzz9
               value 0.

       01 ws-grand-total-detail.
           05 filler                   pic x(21)
               value "TOTAL OUTSTANDING: ".
           05 gt-outstanding-count     pic zzzzzz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 filler                   pic x(9)
               value "EXPIRED: ".
           05 gt-expired-count         pic zzzzzz9
               value 0.

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "RAIN-CHECK MASTER NOT AVAILABLE - NO DATA".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           accept ws-today from date yyyymmdd.

           open output output-file.
           move ws-today to rh-date.
           write print-line from ws-report-heading.
           write print-line from ws-line-break.

           open input rain-check-file.
           if ws-rk-file-status is not equal to "00"
               write print-line from ws-no-master-line
               close output-file
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-extract-unredeemed.
           close rain-check-file.

      * order the unredeemed rain checks by store, outstanding then
      * expired, then number, for the break
           sort sort-work-file
               on ascending key sw-store-number sw-group
                   sw-check-number
               using raw-check-file
               giving sorted-check-file.

           write print-line from ws-header.
           write print-line from ws-line-break.

           open input sorted-check-file.
           move "N" to ws-eof-flag.
           read sorted-check-file at end move "Y" to ws-eof-flag.
           perform 20-print-one-check until ws-eof-flag = "Y".
           close sorted-check-file.

           if ws-store-current is not equal to spaces
               perform 30-output-store-total
           end-if.

           move ws-total-outstanding-count to gt-outstanding-count.
           move ws-total-expired-count to gt-expired-count.
           write print-line from ws-grand-total-detail
               after advancing 2 lines.

           close output-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-checks-read to ws-rl-records-read.
           compute ws-rl-records-written =
               ws-total-outstanding-count + ws-total-expired-count.
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

           string "../../../data/rainchkraw_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-raw-check-filename.
           string "../../../data/rainchksorted_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-sorted-check-filename.
           string "../../../data/RainCheckReport_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-output-filename.

      * walks the whole master and keeps the rain checks nobody has
      * redeemed yet, in the slim layout the SORT and the print loop
      * below want - one past its expiry date has lapsed
       10-extract-unredeemed.
           open output raw-check-file.
           move "N" to ws-eof-flag.
           read rain-check-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-checks-read
               if rk-status = "O"
                   move rk-store-number to ra-store-number
                   if rk-expiry-date < ws-today
                       move "E" to ra-group
                   else
                       move "O" to ra-group
                   end-if
                   move rk-check-number to ra-check-number
                   move rk-customer-number to ra-customer-number
                   move rk-sku-code to ra-sku-code
                   move rk-promo-code to ra-promo-code
                   move rk-quantity to ra-quantity
                   move rk-unit-price to ra-unit-price
                   move rk-issue-date to ra-issue-date
                   move rk-expiry-date to ra-expiry-date
                   write raw-check-record
               end-if
               read rain-check-file
                   at end move "Y" to ws-eof-flag
           end-perform.
           close raw-check-file.
           move "N" to ws-eof-flag.

      * store-number control break plus the detail line - days left
      * to the expiry on a good one, days since it on a lapsed one
       20-print-one-check.
           if ws-store-current = spaces
               move sa-store-number to ws-store-current
           else
               if sa-store-number is not equal to ws-store-current
                   perform 30-output-store-total
                   move 0 to ws-store-outstanding-count
                   move 0 to ws-store-expired-count
                   move sa-store-number to ws-store-current
               end-if
           end-if.

           if sa-group = "E"
               move "EXPIRED" to dl-status
               compute ws-days =
                   function integer-of-date(ws-today) -
                   function integer-of-date(sa-expiry-date)
               add 1 to ws-store-expired-count ws-total-expired-count
           else
               move "OUTSTANDING" to dl-status
               compute ws-days =
                   function integer-of-date(sa-expiry-date) -
                   function integer-of-date(ws-today)
               add 1 to ws-store-outstanding-count
                   ws-total-outstanding-count
           end-if.

           move sa-store-number to dl-store-number.
           move sa-check-number to dl-check-number.
           move sa-customer-number to dl-customer-number.
           move sa-sku-code to dl-sku-code.
           move sa-promo-code to dl-promo-code.
           move sa-quantity to dl-quantity.
           move sa-issue-date to dl-issue-date.
           move sa-expiry-date to dl-expiry-date.
           move ws-days to dl-days.
           write print-line from ws-detail-line
               after advancing 1 line.

           read sorted-check-file at end move "Y" to ws-eof-flag.

       30-output-store-total.
           move ws-store-outstanding-count to st-outstanding-count.
           move ws-store-expired-count to st-expired-count.
           write print-line from ws-store-total-detail
               after advancing 1 line.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="RAINCHECKREPORT"==.

       end program RainCheckReport.
