       identification division.
       program-id. StockLedger.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-second program in our MAFD 4201 Final
      * Project. It is the retail-method stock ledger accounting
      * never had: run at month end alongside MonthClose, it carries
      * each store/department's opening inventory at cost and at
      * retail, adds the period's purchases (and the net of store
      * transfers), takes off vendor returns, sales, markdowns,
      * shrink and keyed write-offs, and prints the ending inventory
      * at retail and - through the cost complement of the goods
      * available - at cost. The movements come from the stock
      * movement journal the posting steps append to; the markdowns
      * come from the permanent price history, priced against the
      * on-hand the change hit. The ending figures are carried
      * forward as next period's opening. Accounting used to book
      * inventory once a year off the physical count and guess in
      * between. Run on demand with the batch-id of the period's
      * last batch and the operator id, the same as MonthClose.

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

      * operator master - rolling the ledger is a close, so it takes
      * the close permission; while the master doesn't exist the
      * run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * fiscal 4-4-5 calendar - when present the ledger rolls the
      * fiscal period, cut by the period's own date window
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * the carried-forward ledger balances by store/department -
      * read whole as the opening inventory, rewritten whole with
      * the ending figures
           select stock-ledger-file
           assign to "../../../data/stkledger.dat"
           organization is line sequential
           file status is ws-lg-file-status.

      * the permanent movement journal the posting steps append to
           select stock-move-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

      * permanent price history PriceChange appends every applied
      * change to - the period's changes are the markdowns (and
      * markups) the ledger takes
           select price-history-file
           assign to "../../../data/pricehist.dat"
           organization is line sequential
           file status is ws-ph-file-status.

      * SKU master - department, unit cost and retail each movement
      * is valued at
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * inventory master, front to back - the on-hand each price
      * change applied to, and the opening book for a brand-new
      * ledger
           select inventory-master-file
           assign to "../../../data/invmaster.dat"
           organization is indexed
           access mode is sequential
           record key is im-store-sku-key
           file status is ws-im-file-status.

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

       fd stock-ledger-file
           data record is stock-ledger-record
           record contains 36 characters.
       copy "../copybooks/STKLEDG.cpy".

       fd stock-move-file
           data record is stock-movement-record
           record contains 42 characters.
       copy "../copybooks/STKMOVE.cpy".

       fd price-history-file
           data record is price-history-record
           record contains 45 characters.
       01 price-history-record.
           05 ph-sku-code              pic x(15).
           05 ph-old-price             pic 9(5)v99.
           05 ph-new-price             pic 9(5)v99.
           05 ph-effective-date        pic 9(8).
           05 ph-applied-batch         pic x(8).

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd inventory-master-file
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd report-file
           data record is report-line
           record contains 90 characters.
       01 report-line                  pic x(90).

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

      * run-date/batch-id - names the period being rolled, the same
      * way MonthClose takes it
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-lg-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-ph-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-im-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the period being rolled and its inclusive date window - a
      * calendar month unless the fiscal calendar knows the day
       77 ws-close-period              pic x(6)
           value spaces.
       77 ws-window-start              pic 9(8)
           value 0.
       77 ws-window-end                pic 9(8)
           value 0.

      * Y when the ledger already carries this period's ending
      * figures - the roll is refused, report only
       77 ws-already-rolled            pic x
           value "N".
      * Y when there is no ledger at all yet - the first run opens
      * it from the inventory master's book instead of rolling
       77 ws-ledger-new                pic x
           value "N".

      * the SKU being valued, resolved off the SKU master - an
      * unknown SKU lands under "????" at zero value, so the units
      * still show instead of vanishing
       77 ws-look-sku                  pic x(15)
           value spaces.
       77 ws-look-store                pic xx
           value spaces.
       77 ws-dept                      pic x(4)
           value spaces.
       77 ws-unit-cost                 pic 9(5)v99
           value 0.
       77 ws-unit-retail               pic 9(5)v99
           value 0.
      * Y when the SKU is a vendor's consignment goods - never ours,
      * so never on the ledger
       77 ws-sku-consigned             pic x
           value "N".
       77 ws-consign-skipped           pic 9(9)
           value 0.
       77 ws-value-cost                pic s9(9)v99
           value 0.
       77 ws-value-retail              pic s9(9)v99
           value 0.

      * the store/department ledger lines - opening, the period's
      * movement by kind, and the ending figures worked from them
       77 ws-lg-count                  pic 9(3)
           value 0.
       01 ws-ledger-table.
           05 ws-lg-entry
               occurs 1 to 500 times depending on ws-lg-count.
               10 ws-lg-store          pic xx.
               10 ws-lg-dept           pic x(4).
               10 ws-lg-open-cost      pic s9(9)v99.
               10 ws-lg-open-retail    pic s9(9)v99.
               10 ws-lg-purch-cost     pic s9(9)v99.
               10 ws-lg-purch-retail   pic s9(9)v99.
               10 ws-lg-xfer-cost      pic s9(9)v99.
               10 ws-lg-xfer-retail    pic s9(9)v99.
               10 ws-lg-rtv-cost       pic s9(9)v99.
               10 ws-lg-rtv-retail     pic s9(9)v99.
               10 ws-lg-markup         pic s9(9)v99.
               10 ws-lg-sales          pic s9(9)v99.
               10 ws-lg-markdown       pic s9(9)v99.
               10 ws-lg-shrink         pic s9(9)v99.
               10 ws-lg-writeoff       pic s9(9)v99.
               10 ws-lg-end-cost       pic s9(9)v99.
               10 ws-lg-end-retail     pic s9(9)v99.
       77 ws-lg-idx                    pic 9(3)
           value 0.
       77 ws-lg-idx2                   pic 9(3)
           value 0.
       77 ws-lg-found                  pic x
           value "N".
       01 ws-lg-swap                   pic x(171)
           value spaces.

      * the period's price changes, loaded once and matched against
      * every inventory master record on the markdown pass
       77 ws-pc-count                  pic 9(4)
           value 0.
       01 ws-price-change-table.
           05 ws-pc-entry
               occurs 1 to 2000 times depending on ws-pc-count.
               10 ws-pc-sku            pic x(15).
               10 ws-pc-old-price      pic 9(5)v99.
               10 ws-pc-new-price      pic 9(5)v99.
       77 ws-pc-idx                    pic 9(4)
           value 0.

      * goods available and the cost complement worked from them
       77 ws-avail-cost                pic s9(9)v99
           value 0.
       77 ws-avail-retail              pic s9(9)v99
           value 0.
       77 ws-cost-complement           pic 9v9999
           value 0.
       77 ws-price-delta               pic s9(5)v99
           value 0.

       77 ws-moves-read                pic 9(9)
           value 0.
       77 ws-moves-in-period           pic 9(9)
           value 0.

      * store and chain ending totals
       77 ws-store-end-cost            pic s9(11)v99
           value 0.
       77 ws-store-end-retail          pic s9(11)v99
           value 0.
       77 ws-chain-end-cost            pic s9(11)v99
           value 0.
       77 ws-chain-end-retail          pic s9(11)v99
           value 0.
       77 ws-prev-store                pic xx
           value spaces.

       01 ws-report-heading.
           05 filler                   pic x(34)
               value "RETAIL-METHOD STOCK LEDGER PERIOD ".
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

       01 ws-column-heading.
           05 filler                   pic x(24)
               value spaces.
           05 filler                   pic x(16)
               value "         AT COST".
           05 filler                   pic x(16)
               value "       AT RETAIL".

       01 ws-block-heading.
           05 filler                   pic x(6)
               value "STORE ".
           05 bh-store                 pic xx
               value spaces.
           05 filler                   pic x(7)
               value "  DEPT ".
           05 bh-dept                  pic x(4)
               value spaces.

       01 ws-block-line.
           05 filler                   pic x(2)
               value spaces.
           05 bl-label                 pic x(22)
               value spaces.
           05 bl-cost                  pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 bl-retail                pic ---,---,--9.99
               value zero.

       01 ws-retail-only-line.
           05 filler                   pic x(2)
               value spaces.
           05 rl-label                 pic x(22)
               value spaces.
           05 filler                   pic x(16)
               value spaces.
           05 rl-retail                pic ---,---,--9.99
               value zero.

       01 ws-complement-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(22)
               value "COST COMPLEMENT".
           05 filler                   pic x(8)
               value spaces.
           05 cc-pct                   pic 9.9999
               value 0.

       01 ws-store-total-line.
           05 filler                   pic x(6)
               value "STORE ".
           05 stl-store                pic xx
               value spaces.
           05 filler                   pic x(16)
               value " ENDING TOTAL".
           05 stl-cost                 pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 stl-retail               pic ---,---,--9.99
               value zero.

       01 ws-chain-total-line.
           05 filler                   pic x(24)
               value "CHAIN ENDING INVENTORY".
           05 ctl-cost                 pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 ctl-retail               pic ---,---,--9.99
               value zero.

       01 ws-moves-total-line.
           05 filler                   pic x(24)
               value "MOVEMENTS IN PERIOD: ".
           05 mtl-count                pic zzzzzzzz9
               value 0.
           05 filler                   pic x(18)
               value "  PRICE CHANGES: ".
           05 mtl-price-changes        pic zzzz9
               value 0.

       01 ws-consign-total-line.
           05 filler                   pic x(36)
               value "CONSIGNMENT MOVEMENTS LEFT OUT: ".
           05 csl-count                pic zzzzzzzz9
               value 0.

       01 ws-already-line.
           05 filler                   pic x(7)
               value "PERIOD ".
           05 al-period                pic x(6)
               value spaces.
           05 filler                   pic x(36)
               value " WAS ALREADY ROLLED - NO ACTION".

       01 ws-opened-line.
           05 filler                   pic x(48)
               value "NO LEDGER ON FILE - OPENED FROM INVENTORY BOOK".

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

           perform 10-load-ledger.
           if ws-already-rolled = "Y"
               move ws-close-period to al-period
               write report-line from ws-already-line
               close report-file
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.

           if ws-ledger-new = "Y"
               write report-line from ws-opened-line
                   after advancing 1 line
               perform 15-open-from-book
           else
               perform 20-load-price-changes
               perform 30-fold-movements
               perform 40-price-markdowns
                   thru 40-price-exit
               perform 45-work-ending-figures
           end-if.

           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

           perform 50-sort-ledger.
           perform 60-print-ledger.
           perform 70-rewrite-ledger.

           move ws-moves-in-period to mtl-count.
           move ws-pc-count to mtl-price-changes.
           write report-line from ws-moves-total-line
               after advancing 2 lines.
           move ws-consign-skipped to csl-count.
           write report-line from ws-consign-total-line
               after advancing 1 line.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-moves-read to ws-rl-records-read.
           move ws-lg-count to ws-rl-records-written.
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

           string "../../../data/StockLedger_" delimited by size
               ws-close-period delimited by size
               ".out" delimited by size
               into ws-report-filename.

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
               display "STOCKLEDGER: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "STOCKLEDGER: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "STOCKLEDGER: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-close-perm is not equal to "Y"
               display "STOCKLEDGER: OPERATOR NOT AUTHORIZED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           close operator-master-file.
           move ws-operator-id to ws-rl-operator-id.

       04-verify-exit.
           exit.

      * last period's ending figures become this period's opening;
      * a ledger already stamped with this period has been rolled
       10-load-ledger.
           move "N" to ws-eof-flag.
           open input stock-ledger-file.
           if ws-lg-file-status is not equal to "00"
               move "Y" to ws-ledger-new
           else
               read stock-ledger-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if lg-period = ws-close-period
                       move "Y" to ws-already-rolled
                   end-if
                   move lg-store-number to ws-look-store
                   move lg-department to ws-dept
                   perform 36-find-ledger-entry
                   add lg-cost-amount to ws-lg-open-cost(ws-lg-idx)
                   add lg-retail-amount
                       to ws-lg-open-retail(ws-lg-idx)
                   read stock-ledger-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close stock-ledger-file
           end-if.
           move "N" to ws-eof-flag.

      * no ledger yet: the period's ending inventory IS the book -
      * every store/SKU we own on hand valued at today's cost and
      * retail, which is where the first real roll starts from
       15-open-from-book.
           move "N" to ws-eof-flag.
           open input inventory-master-file.
           if ws-im-file-status = "00"
               read inventory-master-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   move im-sku-code to ws-look-sku
                   perform 35-value-sku
                   if im-on-hand > 0
                       and ws-sku-consigned is not equal to "Y"
                       move im-store-number to ws-look-store
                       perform 36-find-ledger-entry
                       compute ws-lg-end-cost(ws-lg-idx) =
                           ws-lg-end-cost(ws-lg-idx)
                           + im-on-hand * ws-unit-cost
                       compute ws-lg-end-retail(ws-lg-idx) =
                           ws-lg-end-retail(ws-lg-idx)
                           + im-on-hand * ws-unit-retail
                   end-if
                   read inventory-master-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close inventory-master-file
           end-if.
           move "N" to ws-eof-flag.

      * the period's applied price changes off the permanent history
       20-load-price-changes.
           move "N" to ws-eof-flag.
           open input price-history-file.
           if ws-ph-file-status = "00"
               read price-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ph-effective-date >= ws-window-start
                       and ph-effective-date <= ws-window-end
                       and ph-old-price is not equal to ph-new-price
                       if ws-pc-count >= 2000
                           display "STOCKLEDGER: PRICE CHANGE TABLE"
                               " FULL - RAISE LIMIT AND RERUN"
                               upon console
                           move 16 to return-code
                           goback
                       end-if
                       add 1 to ws-pc-count
                       move ph-sku-code to ws-pc-sku(ws-pc-count)
                       move ph-old-price
                           to ws-pc-old-price(ws-pc-count)
                       move ph-new-price
                           to ws-pc-new-price(ws-pc-count)
                   end-if
                   read price-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close price-history-file
           end-if.
           move "N" to ws-eof-flag.

      * every journal line dated inside the period, valued at the
      * SKU master and folded into its store/department by kind
       30-fold-movements.
           move "N" to ws-eof-flag.
           open input stock-move-file.
           if ws-sk-file-status = "00"
               read stock-move-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   add 1 to ws-moves-read
                   if sk-movement-date >= ws-window-start
                       and sk-movement-date <= ws-window-end
                       perform 32-fold-one-movement
                           thru 32-fold-exit
                   end-if
                   read stock-move-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close stock-move-file
           end-if.
           move "N" to ws-eof-flag.

       32-fold-one-movement.
           add 1 to ws-moves-in-period.
           move sk-sku-code to ws-look-sku.
           perform 35-value-sku.
           if ws-sku-consigned = "Y"
               add 1 to ws-consign-skipped
               go to 32-fold-exit
           end-if.
           move sk-store-number to ws-look-store.
           perform 36-find-ledger-entry.
           compute ws-value-cost = sk-units * ws-unit-cost.
           compute ws-value-retail = sk-units * ws-unit-retail.
      * the units carry the direction of the stock, so what leaves
      * the books (sales, shrink, write-offs) is subtracted to come
      * out as a positive reduction
           evaluate sk-movement-type
               when "P"
                   add ws-value-cost to ws-lg-purch-cost(ws-lg-idx)
                   add ws-value-retail
                       to ws-lg-purch-retail(ws-lg-idx)
               when "T"
                   add ws-value-cost to ws-lg-xfer-cost(ws-lg-idx)
                   add ws-value-retail
                       to ws-lg-xfer-retail(ws-lg-idx)
               when "V"
                   add ws-value-cost to ws-lg-rtv-cost(ws-lg-idx)
                   add ws-value-retail
                       to ws-lg-rtv-retail(ws-lg-idx)
               when "S"
               when "R"
                   subtract ws-value-retail
                       from ws-lg-sales(ws-lg-idx)
               when "K"
                   subtract ws-value-retail
                       from ws-lg-shrink(ws-lg-idx)
               when other
                   subtract ws-value-retail
                       from ws-lg-writeoff(ws-lg-idx)
           end-evaluate.

       32-fold-exit.
           exit.

      * department, cost and retail for ws-look-sku, and whether it
      * is consignment goods
       35-value-sku.
           move "????" to ws-dept.
           move "N" to ws-sku-consigned.
           move 0 to ws-unit-cost.
           move 0 to ws-unit-retail.
           if ws-skm-file-available = "Y"
               move ws-look-sku to sm-sku-code
               read sku-master-file
                   invalid key
                       continue
                   not invalid key
                       if sm-department is not equal to spaces
                           move sm-department to ws-dept
                       end-if
                       if sm-unit-cost is numeric
                           move sm-unit-cost to ws-unit-cost
                       end-if
                       move sm-retail-price to ws-unit-retail
                       if sm-consign-flag = "Y"
                           move "Y" to ws-sku-consigned
                       end-if
               end-read
           end-if.

      * the ledger line for ws-look-store/ws-dept, added zeroed the
      * first time it's seen - same fold-or-add idiom as PhysCount
       36-find-ledger-entry.
           move "N" to ws-lg-found.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
                   or ws-lg-found = "Y"
               if ws-lg-store(ws-lg-idx) = ws-look-store
                   and ws-lg-dept(ws-lg-idx) = ws-dept
                   move "Y" to ws-lg-found
               end-if
           end-perform.
           if ws-lg-found = "Y"
               subtract 1 from ws-lg-idx
           else
               if ws-lg-count >= 500
                   display "STOCKLEDGER: LEDGER TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-lg-count
               move ws-lg-count to ws-lg-idx
               move ws-look-store to ws-lg-store(ws-lg-idx)
               move ws-dept to ws-lg-dept(ws-lg-idx)
               move 0 to ws-lg-open-cost(ws-lg-idx)
                   ws-lg-open-retail(ws-lg-idx)
                   ws-lg-purch-cost(ws-lg-idx)
                   ws-lg-purch-retail(ws-lg-idx)
                   ws-lg-xfer-cost(ws-lg-idx)
                   ws-lg-xfer-retail(ws-lg-idx)
                   ws-lg-rtv-cost(ws-lg-idx)
                   ws-lg-rtv-retail(ws-lg-idx)
                   ws-lg-markup(ws-lg-idx)
                   ws-lg-sales(ws-lg-idx)
                   ws-lg-markdown(ws-lg-idx)
                   ws-lg-shrink(ws-lg-idx)
                   ws-lg-writeoff(ws-lg-idx)
                   ws-lg-end-cost(ws-lg-idx)
                   ws-lg-end-retail(ws-lg-idx)
           end-if.

      * each store/SKU on hand meets the period's price changes for
      * its SKU - the old-less-new difference on the units it hit is
      * a markdown, a negative difference a markup
       40-price-markdowns.
           if ws-pc-count = 0
               go to 40-price-exit
           end-if.
           move "N" to ws-eof-flag.
           open input inventory-master-file.
           if ws-im-file-status is not equal to "00"
               go to 40-price-exit
           end-if.
           read inventory-master-file
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if im-on-hand > 0
                   perform 42-price-one-stock-line
               end-if
               read inventory-master-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close inventory-master-file.
           move "N" to ws-eof-flag.

       40-price-exit.
           exit.

       42-price-one-stock-line.
           perform varying ws-pc-idx from 1 by 1
               until ws-pc-idx > ws-pc-count
               if ws-pc-sku(ws-pc-idx) = im-sku-code
                   move im-sku-code to ws-look-sku
                   perform 35-value-sku
               end-if
               if ws-pc-sku(ws-pc-idx) = im-sku-code
                   and ws-sku-consigned is not equal to "Y"
                   move im-store-number to ws-look-store
                   perform 36-find-ledger-entry
                   compute ws-price-delta =
                       ws-pc-old-price(ws-pc-idx)
                       - ws-pc-new-price(ws-pc-idx)
                   if ws-price-delta > 0
                       compute ws-lg-markdown(ws-lg-idx) =
                           ws-lg-markdown(ws-lg-idx)
                           + ws-price-delta * im-on-hand
                   else
                       compute ws-lg-markup(ws-lg-idx) =
                           ws-lg-markup(ws-lg-idx)
                           - ws-price-delta * im-on-hand
                   end-if
               end-if
           end-perform.

      * goods available at cost and retail give the cost complement;
      * ending retail is what's left after the retail reductions,
      * and ending cost is that retail at the complement
       45-work-ending-figures.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
               compute ws-avail-cost =
                   ws-lg-open-cost(ws-lg-idx)
                   + ws-lg-purch-cost(ws-lg-idx)
                   + ws-lg-xfer-cost(ws-lg-idx)
                   + ws-lg-rtv-cost(ws-lg-idx)
               compute ws-avail-retail =
                   ws-lg-open-retail(ws-lg-idx)
                   + ws-lg-purch-retail(ws-lg-idx)
                   + ws-lg-xfer-retail(ws-lg-idx)
                   + ws-lg-rtv-retail(ws-lg-idx)
                   + ws-lg-markup(ws-lg-idx)
               compute ws-lg-end-retail(ws-lg-idx) =
                   ws-avail-retail
                   - ws-lg-sales(ws-lg-idx)
                   - ws-lg-markdown(ws-lg-idx)
                   - ws-lg-shrink(ws-lg-idx)
                   - ws-lg-writeoff(ws-lg-idx)
               perform 47-work-complement
               compute ws-lg-end-cost(ws-lg-idx) rounded =
                   ws-lg-end-retail(ws-lg-idx) * ws-cost-complement
           end-perform.

      * cost over retail of the goods available - nothing available
      * at retail (or a cost above it) can't be a complement, and
      * the line is carried at zero and full cost respectively
       47-work-complement.
           move 0 to ws-cost-complement.
           if ws-avail-retail > 0
               and ws-avail-cost > 0
               if ws-avail-cost >= ws-avail-retail
                   move 1 to ws-cost-complement
               else
                   compute ws-cost-complement rounded =
                       ws-avail-cost / ws-avail-retail
               end-if
           end-if.

      * store then department order for the report and the rewrite
       50-sort-ledger.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx >= ws-lg-count
               perform varying ws-lg-idx2 from ws-lg-idx by 1
                   until ws-lg-idx2 > ws-lg-count
                   if ws-lg-store(ws-lg-idx2) < ws-lg-store(ws-lg-idx)
                       or (ws-lg-store(ws-lg-idx2)
                           = ws-lg-store(ws-lg-idx)
                       and ws-lg-dept(ws-lg-idx2)
                           < ws-lg-dept(ws-lg-idx))
                       move ws-lg-entry(ws-lg-idx) to ws-lg-swap
                       move ws-lg-entry(ws-lg-idx2)
                           to ws-lg-entry(ws-lg-idx)
                       move ws-lg-swap to ws-lg-entry(ws-lg-idx2)
                   end-if
               end-perform
           end-perform.

      * one block per store/department, a store total as the store
      * changes, and the chain line accounting books from
       60-print-ledger.
           write report-line from ws-column-heading
               after advancing 1 line.
           move spaces to ws-prev-store.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
               if ws-lg-store(ws-lg-idx) is not equal to ws-prev-store
                   perform 64-print-store-total
                   move ws-lg-store(ws-lg-idx) to ws-prev-store
               end-if
               perform 62-print-one-block
           end-perform.
           perform 64-print-store-total.

           move ws-chain-end-cost to ctl-cost.
           move ws-chain-end-retail to ctl-retail.
           write report-line from ws-chain-total-line
               after advancing 2 lines.

       62-print-one-block.
           move ws-lg-store(ws-lg-idx) to bh-store.
           move ws-lg-dept(ws-lg-idx) to bh-dept.
           write report-line from ws-block-heading
               after advancing 2 lines.

           if ws-ledger-new is not equal to "Y"
               move "OPENING INVENTORY" to bl-label
               move ws-lg-open-cost(ws-lg-idx) to bl-cost
               move ws-lg-open-retail(ws-lg-idx) to bl-retail
               write report-line from ws-block-line
                   after advancing 1 line
               move "PURCHASES" to bl-label
               move ws-lg-purch-cost(ws-lg-idx) to bl-cost
               move ws-lg-purch-retail(ws-lg-idx) to bl-retail
               write report-line from ws-block-line
                   after advancing 1 line
               move "TRANSFERS (NET)" to bl-label
               move ws-lg-xfer-cost(ws-lg-idx) to bl-cost
               move ws-lg-xfer-retail(ws-lg-idx) to bl-retail
               write report-line from ws-block-line
                   after advancing 1 line
               move "RETURNS TO VENDOR" to bl-label
               move ws-lg-rtv-cost(ws-lg-idx) to bl-cost
               move ws-lg-rtv-retail(ws-lg-idx) to bl-retail
               write report-line from ws-block-line
                   after advancing 1 line
               move "MARKUPS" to rl-label
               move ws-lg-markup(ws-lg-idx) to rl-retail
               write report-line from ws-retail-only-line
                   after advancing 1 line
               perform 66-print-available
               move "NET SALES" to rl-label
               move ws-lg-sales(ws-lg-idx) to rl-retail
               write report-line from ws-retail-only-line
                   after advancing 1 line
               move "MARKDOWNS" to rl-label
               move ws-lg-markdown(ws-lg-idx) to rl-retail
               write report-line from ws-retail-only-line
                   after advancing 1 line
               move "SHRINK (COUNT)" to rl-label
               move ws-lg-shrink(ws-lg-idx) to rl-retail
               write report-line from ws-retail-only-line
                   after advancing 1 line
               move "WRITE-OFFS (ADJUSTED)" to rl-label
               move ws-lg-writeoff(ws-lg-idx) to rl-retail
               write report-line from ws-retail-only-line
                   after advancing 1 line
           end-if.

           move "ENDING INVENTORY" to bl-label.
           move ws-lg-end-cost(ws-lg-idx) to bl-cost.
           move ws-lg-end-retail(ws-lg-idx) to bl-retail.
           write report-line from ws-block-line
               after advancing 1 line.

           add ws-lg-end-cost(ws-lg-idx) to ws-store-end-cost.
           add ws-lg-end-retail(ws-lg-idx) to ws-store-end-retail.
           add ws-lg-end-cost(ws-lg-idx) to ws-chain-end-cost.
           add ws-lg-end-retail(ws-lg-idx) to ws-chain-end-retail.

       64-print-store-total.
           if ws-prev-store is not equal to spaces
               move ws-prev-store to stl-store
               move ws-store-end-cost to stl-cost
               move ws-store-end-retail to stl-retail
               write report-line from ws-store-total-line
                   after advancing 2 lines
           end-if.
           move 0 to ws-store-end-cost.
           move 0 to ws-store-end-retail.

       66-print-available.
           compute ws-avail-cost =
               ws-lg-open-cost(ws-lg-idx)
               + ws-lg-purch-cost(ws-lg-idx)
               + ws-lg-xfer-cost(ws-lg-idx)
               + ws-lg-rtv-cost(ws-lg-idx).
           compute ws-avail-retail =
               ws-lg-open-retail(ws-lg-idx)
               + ws-lg-purch-retail(ws-lg-idx)
               + ws-lg-xfer-retail(ws-lg-idx)
               + ws-lg-rtv-retail(ws-lg-idx)
               + ws-lg-markup(ws-lg-idx).
           move "GOODS AVAILABLE" to bl-label.
           move ws-avail-cost to bl-cost.
           move ws-avail-retail to bl-retail.
           write report-line from ws-block-line
               after advancing 1 line.
           perform 47-work-complement.
           move ws-cost-complement to cc-pct.
           write report-line from ws-complement-line
               after advancing 1 line.

      * the ending figures carried forward, stamped with the period
      * so the same period can't be rolled twice
       70-rewrite-ledger.
           open output stock-ledger-file.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
               move ws-lg-store(ws-lg-idx) to lg-store-number
               move ws-lg-dept(ws-lg-idx) to lg-department
               move ws-close-period to lg-period
               move ws-lg-end-cost(ws-lg-idx) to lg-cost-amount
               move ws-lg-end-retail(ws-lg-idx) to lg-retail-amount
               write stock-ledger-record
           end-perform.
           close stock-ledger-file.

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="STOCKLEDGER"==.

       end program StockLedger.
