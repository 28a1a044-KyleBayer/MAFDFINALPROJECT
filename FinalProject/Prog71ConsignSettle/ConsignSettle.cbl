       identification division.
       program-id. ConsignSettle.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-first program in our MAFD 4201 Final
      * Project. A few vendors place goods with us on consignment -
      * they own the stock until it sells, and we pay them for what
      * sold less our commission. That settlement used to come off
      * a hand count. InventoryPost now accrues every sale, return
      * and void of a consignment SKU to the permanent accrual
      * journal; run at month end alongside MonthClose, this step
      * folds the period's lines by vendor and SKU, prints each
      * vendor's settlement statement (units sold, our commission
      * at the vendor master's rate, and the amount owed), and
      * writes the amounts owed as vouchers in the same layout
      * ApMatch hands payables. Run on demand with the batch-id of
      * the period's last batch and the operator id, the same as
      * MonthClose.

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - the restricted
      * utilities stamp themselves (and their operator) here too
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * operator master - settling with the vendors is a close, so
      * it takes the close permission; while the master doesn't
      * exist the run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * fiscal 4-4-5 calendar - when present the settlement covers
      * the fiscal period, cut by the period's own date window
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * the permanent consignment accrual journal InventoryPost
      * appends to
           select consign-accrual-file
           assign to "../../../data/consignacc.dat"
           organization is line sequential
           file status is ws-ca-file-status.

      * vendor master - name, remit-to, terms and the commission
      * rate
           select vendor-master-file
           assign to "../../../data/vendmaster.dat"
           organization is indexed
           access mode is random
           record key is vd-vendor-id
           file status is ws-vd-file-status.

      * SKU master - descriptions for the statements
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * one settlement statement per vendor for the period
           select statement-file
           assign to dynamic ws-statement-filename
           organization is line sequential
           file status is ws-cs-file-status.

      * the amounts owed, in the voucher layout payables already
      * loads from ApMatch - rewritten whole on a rerun
           select voucher-file
           assign to dynamic ws-voucher-filename
           organization is line sequential
           file status is ws-av-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd operator-master-file
           data record is operator-master-record.
       copy "../copybooks/OPERMAST.cpy".

       fd fiscal-cal-file
           data record is fiscal-cal-record
           record contains 22 characters.
       copy "../copybooks/FISCFD.cpy".

       fd consign-accrual-file
           data record is consign-accrual-record
           record contains 63 characters.
       copy "../copybooks/CONSACC.cpy".

       fd vendor-master-file
           data record is vendor-master-record.
       copy "../copybooks/VENDMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd statement-file
           data record is statement-line
           record contains 100 characters.
       01 statement-line               pic x(100).

       fd voucher-file
           data record is ap-voucher-record
           record contains 153 characters.
       copy "../copybooks/APVOUCH.cpy".

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * the signed-on operator - required (and verified) whenever
      * the operator master exists
       77 ws-op-file-status            pic xx
           value spaces.
       77 ws-operator-id               pic x(4)
           value spaces.
       77 ws-arg-num                   pic 9
           value 0.

       01 ws-operator-line.
           05 filler                   pic x(10)
               value "OPERATOR: ".
           05 ol2-operator             pic x(4)
               value spaces.

       copy "../copybooks/BUSDATWS.cpy".

       copy "../copybooks/FISCWS.cpy".

      * run-date/batch-id - names the period being settled, the
      * same way MonthClose takes it
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-statement-filename        pic x(44)
           value spaces.
       77 ws-voucher-filename          pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-ca-file-status            pic xx
           value spaces.
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-vd-file-available         pic x
           value "N".
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-cs-file-status            pic xx
           value spaces.
       77 ws-av-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the period being settled and its inclusive date window - a
      * calendar month unless the fiscal calendar knows the day
       77 ws-close-period              pic x(6)
           value spaces.
       77 ws-window-start              pic 9(8)
           value 0.
       77 ws-window-end                pic 9(8)
           value 0.

      * the period's accruals folded by vendor and SKU
       77 ws-cv-count                  pic 9(4)
           value 0.
       01 ws-consign-table.
           05 ws-cv-entry
               occurs 1 to 2000 times depending on ws-cv-count.
               10 ws-cv-vendor         pic x(4).
               10 ws-cv-sku            pic x(15).
               10 ws-cv-units-sold     pic s9(7).
               10 ws-cv-units-back     pic s9(7).
               10 ws-cv-sales          pic s9(9)v99.
       77 ws-cv-idx                    pic 9(4)
           value 0.
       77 ws-cv-idx2                   pic 9(4)
           value 0.
       77 ws-cv-found                  pic x
           value "N".
       01 ws-cv-swap                   pic x(44)
           value spaces.

      * the vendor whose statement is open
       77 ws-cur-vendor                pic x(4)
           value spaces.
       77 ws-stmt-open                 pic x
           value "N".
       77 ws-vendor-on-file            pic x
           value "N".
       77 ws-comm-pct                  pic 99v99
           value 0.
       77 ws-vnd-units                 pic s9(7)
           value 0.
       77 ws-vnd-sales                 pic s9(9)v99
           value 0.
       77 ws-vnd-commission            pic s9(9)v99
           value 0.
       77 ws-vnd-owed                  pic s9(9)v99
           value 0.
       77 ws-vnd-lines                 pic 9(3)
           value 0.
       77 ws-due-day                   pic 9(7)
           value 0.

       77 ws-lines-read                pic 9(9)
           value 0.
       77 ws-lines-in-period           pic 9(9)
           value 0.
       77 ws-vendor-count              pic 9(5)
           value 0.
       77 ws-voucher-count             pic 9(5)
           value 0.
       77 ws-chain-sales               pic s9(11)v99
           value 0.
       77 ws-chain-commission          pic s9(11)v99
           value 0.
       77 ws-chain-owed                pic s9(11)v99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(36)
               value "CONSIGNMENT SETTLEMENT - PERIOD ".
           05 rh-period                pic x(6)
               value spaces.
           05 filler                   pic x(3)
               value spaces.
           05 rh-start                 pic 9(8)
               value 0.
           05 filler                   pic x(3)
               value " - ".
           05 rh-end                   pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-summary-heading.
           05 filler                   pic x(8)
               value "VENDOR".
           05 filler                   pic x(22)
               value "NAME".
           05 filler                   pic x(10)
               value "     UNITS".
           05 filler                   pic x(16)
               value "       NET SALES".
           05 filler                   pic x(16)
               value "      COMMISSION".
           05 filler                   pic x(16)
               value "            OWED".
           05 filler                   pic x(2)
               value spaces.

       01 ws-summary-detail.
           05 sd-vendor                pic x(4)
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 sd-name                  pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sd-units                 pic ---,---,--9
               value zero.
           05 sd-sales                 pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 sd-commission            pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 sd-owed                  pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 sd-flag                  pic x(12)
               value spaces.

       01 ws-chain-total-line.
           05 filler                   pic x(41)
               value "CHAIN".
           05 ct-sales                 pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 ct-commission            pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 ct-owed                  pic ---,---,--9.99
               value zero.

       01 ws-count-total-line.
           05 filler                   pic x(24)
               value "ACCRUALS IN PERIOD: ".
           05 cl-lines                 pic zzzzzzzz9
               value 0.
           05 filler                   pic x(12)
               value "  VENDORS: ".
           05 cl-vendors               pic zzzz9
               value 0.
           05 filler                   pic x(13)
               value "  VOUCHERS: ".
           05 cl-vouchers              pic zzzz9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(40)
               value "  (NO CONSIGNMENT ACCRUALS IN PERIOD)".

      * the statement's own lines
       01 ws-st-heading.
           05 filler                   pic x(36)
               value "CONSIGNMENT SETTLEMENT STATEMENT".
           05 filler                   pic x(7)
               value "PERIOD ".
           05 sh-period                pic x(6)
               value spaces.
           05 filler                   pic x(3)
               value spaces.
           05 sh-start                 pic 9(8)
               value 0.
           05 filler                   pic x(3)
               value " - ".
           05 sh-end                   pic 9(8)
               value 0.

       01 ws-st-vendor-line.
           05 filler                   pic x(8)
               value "VENDOR ".
           05 sv-vendor                pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sv-name                  pic x(20)
               value spaces.

       01 ws-st-address-line.
           05 filler                   pic x(14)
               value spaces.
           05 sa-address               pic x(30)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sa-city                  pic x(20)
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 sa-state                 pic xx
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 sa-zip                   pic x(10)
               value spaces.

       01 ws-st-column-heading.
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(22)
               value "DESCRIPTION".
           05 filler                   pic x(8)
               value "    SOLD".
           05 filler                   pic x(10)
               value "  RETURNED".
           05 filler                   pic x(11)
               value "  NET UNITS".
           05 filler                   pic x(16)
               value "       NET SALES".

       01 ws-st-detail.
           05 sl-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sl-description           pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sl-sold                  pic ----,--9
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 sl-back                  pic ----,--9
               value zero.
           05 filler                   pic x(3)
               value spaces.
           05 sl-net                   pic ----,--9
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 sl-sales                 pic ---,---,--9.99
               value zero.

       01 ws-st-total-line.
           05 filler                   pic x(2)
               value spaces.
           05 stl-label                pic x(36)
               value spaces.
           05 stl-amount               pic ---,---,--9.99
               value zero.

       01 ws-st-units-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(36)
               value "NET UNITS SOLD".
           05 filler                   pic x(3)
               value spaces.
           05 stu-units                pic ---,---,--9
               value zero.

       01 ws-st-rate-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(22)
               value "COMMISSION RATE".
           05 str-pct                  pic z9.99
               value zero.
           05 filler                   pic x(1)
               value "%".

       01 ws-st-note-line.
           05 filler                   pic x(2)
               value spaces.
           05 stn-note                 pic x(60)
               value spaces.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           perform 04-verify-operator
               thru 04-verify-exit.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open output report-file.
           move ws-close-period to rh-period.
           move ws-window-start to rh-start.
           move ws-window-end to rh-end.
           write report-line from ws-report-heading.
           write report-line from ws-operator-line
               after advancing 1 line.
           write report-line from ws-line-break.

           open input vendor-master-file.
           if ws-vd-file-status = "00"
               move "Y" to ws-vd-file-available
           end-if.
           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.

           perform 10-fold-accruals.
           perform 20-sort-accruals.

           write report-line from ws-summary-heading
               after advancing 1 line.
           open output voucher-file.
           if ws-cv-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           else
               move spaces to ws-cur-vendor
               perform 30-settle-one-line
                   varying ws-cv-idx from 1 by 1
                   until ws-cv-idx > ws-cv-count
               perform 36-close-vendor
                   thru 36-close-exit
           end-if.
           close voucher-file.

           move ws-chain-sales to ct-sales.
           move ws-chain-commission to ct-commission.
           move ws-chain-owed to ct-owed.
           write report-line from ws-chain-total-line
               after advancing 2 lines.
           move ws-lines-in-period to cl-lines.
           move ws-vendor-count to cl-vendors.
           move ws-voucher-count to cl-vouchers.
           write report-line from ws-count-total-line
               after advancing 1 line.
           close report-file.

           if ws-vd-file-available = "Y"
               close vendor-master-file
           end-if.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-lines-read to ws-rl-records-read.
           move ws-voucher-count to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * the period comes from the batch-id of its final batch - same
      * argument, and the same fiscal resolve, as MonthClose
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.
           move ws-batch-id(1:6) to ws-close-period.
           if ws-batch-id(1:8) is numeric
               compute ws-business-date =
                   function numval(ws-batch-id)
           else
               accept ws-business-date from date yyyymmdd
               move ws-business-date(1:6) to ws-close-period
           end-if.
           compute ws-window-start =
               function integer(ws-business-date / 100) * 100 + 1.
           compute ws-window-end =
               function integer(ws-business-date / 100) * 100 + 31.

           perform 03c-resolve-fiscal-period.
           if ws-fiscal-found = "Y"
               move spaces to ws-close-period
               string "F" delimited by size
                   ws-fiscal-yy delimited by size
                   "P" delimited by size
                   ws-fiscal-pp delimited by size
                   into ws-close-period
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-business-date >= ws-fc-start(ws-fc-idx)
                       and ws-business-date <= ws-fc-end(ws-fc-idx)
                       move ws-fc-start(ws-fc-idx) to ws-window-start
                       move ws-fc-end(ws-fc-idx) to ws-window-end
                   end-if
               end-perform
           end-if.

           string "../../../data/ConsignSettle_" delimited by size
               ws-close-period delimited by size
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/consignvouch_" delimited by size
               ws-close-period delimited by size
               ".dat" delimited by size
               into ws-voucher-filename.

      * the second argument names the operator; the master - when
      * it exists - must carry the id with the close permission
       04-verify-operator.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value
               on exception
                   move spaces to ws-operator-id
           end-accept.
           move ws-operator-id to ol2-operator.

           open input operator-master-file.
           if ws-op-file-status is not equal to "00"
               display "CONSIGNSETTLE: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "CONSIGNSETTLE: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "CONSIGNSETTLE: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-close-perm is not equal to "Y"
               display "CONSIGNSETTLE: OPERATOR NOT AUTHORIZED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           close operator-master-file.
           move ws-operator-id to ws-rl-operator-id.

       04-verify-exit.
           exit.

      * every accrual dated inside the period, folded into its
      * vendor/SKU line - sales count as sold, the rest as coming
      * back, and the amounts net either way
       10-fold-accruals.
           move "N" to ws-eof-flag.
           open input consign-accrual-file.
           if ws-ca-file-status = "00"
               read consign-accrual-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   add 1 to ws-lines-read
                   if ca-sale-date >= ws-window-start
                       and ca-sale-date <= ws-window-end
                       perform 12-fold-one-accrual
                   end-if
                   read consign-accrual-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close consign-accrual-file
           end-if.
           move "N" to ws-eof-flag.

       12-fold-one-accrual.
           add 1 to ws-lines-in-period.
           move "N" to ws-cv-found.
           perform varying ws-cv-idx from 1 by 1
               until ws-cv-idx > ws-cv-count
                   or ws-cv-found = "Y"
               if ws-cv-vendor(ws-cv-idx) = ca-vendor-id
                   and ws-cv-sku(ws-cv-idx) = ca-sku-code
                   move "Y" to ws-cv-found
               end-if
           end-perform.
           if ws-cv-found = "Y"
               subtract 1 from ws-cv-idx
           else
               if ws-cv-count >= 2000
                   display "CONSIGNSETTLE: SETTLEMENT TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-cv-count
               move ws-cv-count to ws-cv-idx
               move ca-vendor-id to ws-cv-vendor(ws-cv-idx)
               move ca-sku-code to ws-cv-sku(ws-cv-idx)
               move 0 to ws-cv-units-sold(ws-cv-idx)
                   ws-cv-units-back(ws-cv-idx)
                   ws-cv-sales(ws-cv-idx)
           end-if.
           if ca-accrual-type = "S"
               add ca-units to ws-cv-units-sold(ws-cv-idx)
           else
               subtract ca-units from ws-cv-units-back(ws-cv-idx)
           end-if.
           add ca-sale-amount to ws-cv-sales(ws-cv-idx).

      * vendor then SKU order for the statements
       20-sort-accruals.
           perform varying ws-cv-idx from 1 by 1
               until ws-cv-idx >= ws-cv-count
               perform varying ws-cv-idx2 from ws-cv-idx by 1
                   until ws-cv-idx2 > ws-cv-count
                   if ws-cv-vendor(ws-cv-idx2) < ws-cv-vendor(ws-cv-idx)
                       or (ws-cv-vendor(ws-cv-idx2)
                           = ws-cv-vendor(ws-cv-idx)
                       and ws-cv-sku(ws-cv-idx2)
                           < ws-cv-sku(ws-cv-idx))
                       move ws-cv-entry(ws-cv-idx) to ws-cv-swap
                       move ws-cv-entry(ws-cv-idx2)
                           to ws-cv-entry(ws-cv-idx)
                       move ws-cv-swap to ws-cv-entry(ws-cv-idx2)
                   end-if
               end-perform
           end-perform.

      * one statement line per vendor/SKU, a new statement as the
      * vendor changes
       30-settle-one-line.
           if ws-cv-vendor(ws-cv-idx) is not equal to ws-cur-vendor
               perform 36-close-vendor
                   thru 36-close-exit
               move ws-cv-vendor(ws-cv-idx) to ws-cur-vendor
               perform 32-open-vendor
           end-if.

           move ws-cv-sku(ws-cv-idx) to sl-sku.
           move spaces to sl-description.
           if ws-skm-file-available = "Y"
               move ws-cv-sku(ws-cv-idx) to sm-sku-code
               read sku-master-file
                   invalid key
                       continue
                   not invalid key
                       move sm-sku-description to sl-description
               end-read
           end-if.
           move ws-cv-units-sold(ws-cv-idx) to sl-sold.
           move ws-cv-units-back(ws-cv-idx) to sl-back.
           compute ws-vnd-lines = ws-vnd-lines + 1.
           compute ws-vnd-units = ws-vnd-units
               + ws-cv-units-sold(ws-cv-idx)
               - ws-cv-units-back(ws-cv-idx).
           compute sl-net = ws-cv-units-sold(ws-cv-idx)
               - ws-cv-units-back(ws-cv-idx).
           move ws-cv-sales(ws-cv-idx) to sl-sales.
           add ws-cv-sales(ws-cv-idx) to ws-vnd-sales.
           write statement-line from ws-st-detail
               after advancing 1 line.

      * the vendor off the master and its statement opened with the
      * remit-to it will be paid at
       32-open-vendor.
           add 1 to ws-vendor-count.
           move 0 to ws-vnd-units ws-vnd-sales ws-vnd-lines.
           move 0 to ws-comm-pct.
           move "N" to ws-vendor-on-file.
           move spaces to vendor-master-record.
           move ws-cur-vendor to vd-vendor-id.
           if ws-vd-file-available = "Y"
               read vendor-master-file
                   invalid key
                       move spaces to vendor-master-record
                       move ws-cur-vendor to vd-vendor-id
                   not invalid key
                       move "Y" to ws-vendor-on-file
                       if vd-consign-comm-pct is numeric
                           move vd-consign-comm-pct to ws-comm-pct
                       end-if
               end-read
           end-if.

           move spaces to ws-statement-filename.
           string "../../../data/consignstmt_" delimited by size
               ws-cur-vendor delimited by space
               "_" delimited by size
               ws-close-period delimited by size
               ".out" delimited by size
               into ws-statement-filename.
           open output statement-file.
           move "Y" to ws-stmt-open.
           move ws-close-period to sh-period.
           move ws-window-start to sh-start.
           move ws-window-end to sh-end.
           write statement-line from ws-st-heading.
           move ws-cur-vendor to sv-vendor.
           move vd-vendor-name to sv-name.
           if ws-vendor-on-file is not equal to "Y"
               move "*** NOT ON VENDOR MASTER ***" to sv-name
           end-if.
           write statement-line from ws-st-vendor-line
               after advancing 2 lines.
           move vd-remit-address to sa-address.
           move vd-remit-city to sa-city.
           move vd-remit-state to sa-state.
           move vd-remit-zip to sa-zip.
           write statement-line from ws-st-address-line
               after advancing 1 line.
           write statement-line from ws-st-column-heading
               after advancing 2 lines.

      * the vendor's totals: our commission off the net sales, the
      * rest owed and vouchered - a vendor not on file, or owed
      * nothing after its returns, is reported but never vouchered
       36-close-vendor.
           if ws-stmt-open is not equal to "Y"
               go to 36-close-exit
           end-if.
           compute ws-vnd-commission rounded =
               ws-vnd-sales * ws-comm-pct / 100.
           compute ws-vnd-owed = ws-vnd-sales - ws-vnd-commission.

           move ws-vnd-units to stu-units.
           write statement-line from ws-st-units-line
               after advancing 2 lines.
           move "NET SALES" to stl-label.
           move ws-vnd-sales to stl-amount.
           write statement-line from ws-st-total-line
               after advancing 1 line.
           move ws-comm-pct to str-pct.
           write statement-line from ws-st-rate-line
               after advancing 1 line.
           move "OUR COMMISSION" to stl-label.
           move ws-vnd-commission to stl-amount.
           write statement-line from ws-st-total-line
               after advancing 1 line.
           if ws-vnd-owed < 0
               move "CREDIT DUE FROM VENDOR" to stl-label
           else
               move "AMOUNT OWED TO VENDOR" to stl-label
           end-if.
           move ws-vnd-owed to stl-amount.
           write statement-line from ws-st-total-line
               after advancing 1 line.

           move spaces to sd-flag.
           move spaces to stn-note.
           if ws-vendor-on-file is not equal to "Y"
               move "NOT ON FILE" to sd-flag
               move "VENDOR NOT ON FILE - NOT SENT TO PAYABLES"
                   to stn-note
               move 4 to return-code
               move 4 to ws-rl-return-code
           else
               if ws-vnd-owed > 0
                   perform 38-write-voucher
                   move "VOUCHERED" to sd-flag
               else
                   move "NOTHING OWED - NOT SENT TO PAYABLES"
                       to stn-note
               end-if
           end-if.
           if stn-note is not equal to spaces
               write statement-line from ws-st-note-line
                   after advancing 2 lines
           end-if.
           close statement-file.
           move "N" to ws-stmt-open.

           move ws-cur-vendor to sd-vendor.
           move vd-vendor-name to sd-name.
           move ws-vnd-units to sd-units.
           move ws-vnd-sales to sd-sales.
           move ws-vnd-commission to sd-commission.
           move ws-vnd-owed to sd-owed.
           write report-line from ws-summary-detail
               after advancing 1 line.
           add ws-vnd-sales to ws-chain-sales.
           add ws-vnd-commission to ws-chain-commission.
           add ws-vnd-owed to ws-chain-owed.

       36-close-exit.
           exit.

      * the settlement as a payables voucher - dated the period's
      * last business day and due on the vendor's terms; the
      * invoice number names the period so payables can see a
      * second load of the same settlement
       38-write-voucher.
           move vd-vendor-id to av-vendor-id.
           move vd-vendor-name to av-vendor-name.
           move vd-remit-address to av-remit-address.
           move vd-remit-city to av-remit-city.
           move vd-remit-state to av-remit-state.
           move vd-remit-zip to av-remit-zip.
           move spaces to av-invoice-number.
           string "CONS" delimited by size
               ws-close-period delimited by size
               into av-invoice-number.
           move ws-business-date to av-invoice-date.
           move 0 to ws-due-day.
           if vd-terms-net-days is numeric
               move vd-terms-net-days to ws-due-day
           end-if.
           compute ws-due-day =
               function integer-of-date(ws-business-date)
               + ws-due-day.
           compute av-due-date = function date-of-integer(ws-due-day).
           move 0 to av-discount-date.
           move 0 to av-discount-amount.
           move ws-vnd-owed to av-invoice-amount.
           move ws-vnd-lines to av-line-count.
           move ws-batch-id to av-batch-id.
           write ap-voucher-record.
           add 1 to ws-voucher-count.

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="CONSIGNSETTLE"==.

       end program ConsignSettle.
