           record key is lm-invoice-number
           file status is ws-lm-file-status.

      * special-order master - read-only here, to refuse an "SO"
      * pickup tender naming no arrived order or applying other than
      * the deposit on file; DataSplitCount does the posting
           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is random
           record key is so-order-number
           file status is ws-so-file-status.

      * rain-check master - read-only here, to let a sale quoting an
      * outstanding rain check keep its promo price after the promo
      * window closes; DataSplitCount does the posting
           select rain-check-file
           assign to "../../../data/raincheck.dat"
           organization is indexed
           access mode is random
           record key is rk-check-number
           file status is ws-rk-file-status.

      * repair work-order master - read-only here, to refuse a "U"
      * status update or "Y" pickup naming no work order still in
      * the shop, and to hold a warranty pickup to no charge;
      * DataSplitCount does the posting
           select work-order-file
           assign to "../../../data/workorder.dat"
           organization is indexed
           access mode is random
           record key is wo-order-number
           file status is ws-wo-file-status.

      * service-plan contract master - read-only here, to refuse a
      * plan sold on a unit that already has a live contract, and a
      * plan return with no contract to cancel or past the plan
      * return window; DataSplitCount does the posting
           select service-plan-file
           assign to "../../../data/svcplan.dat"
           organization is indexed
           access mode is random
           record key is svc-serial-number
           file status is ws-svc-file-status.

      * customer purchase history - read-only here, to refuse an
      * "LP" points redemption bigger than the customer's balance;
      * DataSplitCount is the one that posts the points
           organization is line sequential
           file status is ws-pr-file-status.

      * the posted exchange rates - a "US" tender must have a rate to
      * convert at; see the FXRATE copybook
           select fx-rate-file
           assign to "../../../data/fxrates.dat"
           organization is line sequential
           file status is ws-fx-file-status.

      * machine-readable reject detail - store, invoice, near-miss
      * flag and plain-language reason per rejected record, the raw
      * material for the per-store acknowledgment files the polling
           organization is line sequential
           file status is ws-bd-file-status.

      * intraday day register - tells a micro-batch of a longer
      * business day apart from an ordinary nightly batch; see the
      * DAYBATCH copybook
           select day-batch-file
           assign to "../../../data/daybatch.dat"
           organization is line sequential
           file status is ws-db-file-status.

      * every invoice number accepted by any micro-batch of the
      * business day - the duplicate check probes it beside this
      * batch's own valid-file, so an invoice polled in the morning
      * and sent again in the afternoon is still refused. Kept only
      * for a day run in micro-batches.
           select day-invoice-file
           assign to dynamic ws-day-invoice-filename
           organization is indexed
           access mode is random
           record key is di-invoice-number
           file status is ws-di-file-status.

      * configurable error-rate threshold - lets ops tighten or loosen
      * the alert point without recompiling, same idea as the shared
      * tax-rate file SLProcessingProgram/TypeRProcessing read
           organization is line sequential
           file status is ws-ptl-file-status.

      * the days after its sale a service plan may still come back
      * for a refund - changeable by ops without a recompile
           select plan-return-file
           assign to "../../../data/planreturn.dat"
           organization is line sequential
           file status is ws-prw-file-status.

      * written only when this run's error rate breaks the threshold,
      * so a downstream monitor/scheduler can alert on its mere
      * existence instead of parsing Prog1Report.out

       fd input-file
           data record is input-file
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy".


       fd invalid-file
           data record is invalid-line
           record contains 153 characters.
      * declare invalid line
       01 invalid-line                 pic x(153).

       fd report-file
           data record is report-line

       fd near-miss-file
           data record is near-miss-line
           record contains 184 characters.
       01 near-miss-line.
           05 nm-original-line         pic x(153).
           05 filler                   pic x(3)
               value spaces.
           05 nm-reason                pic x(28).
           data record is layaway-master-record.
       copy "../copybooks/LAYMAST.cpy".

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

       fd rain-check-file
           data record is rain-check-record.
       copy "../copybooks/RAINCHK.cpy".

       fd work-order-file
           data record is work-order-record.
       copy "../copybooks/WORKORD.cpy".

       fd service-plan-file
           data record is service-plan-record.
       copy "../copybooks/SVCPLAN.cpy".

       fd cust-history-file
           data record is customer-history-record.
       copy "../copybooks/CUSTHIST.cpy".
           record contains 1 characters.
       01 paid-reason-record            pic x.

       fd fx-rate-file
           data record is fx-rate-record
           record contains 19 characters.
       copy "../copybooks/FXRATE.cpy".

       fd ack-detail-file
           data record is ack-detail-record
           record contains 40 characters.
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd day-batch-file
           data record is day-batch-record
           record contains 31 characters.
       copy "../copybooks/DAYBATCH.cpy".

       fd day-invoice-file
           data record is day-invoice-record.
       01 day-invoice-record.
           05 di-invoice-number        pic x(9).
      * the micro-batch that accepted it
           05 di-batch-id              pic x(8).
           05 di-store-number          pic xx.

       fd err-threshold-file
           data record is err-threshold-record
           record contains 4 characters.
      * whole-number percentage, e.g. 2000 = 20.00%
       01 price-tolerance-record        pic 99v99.

       fd plan-return-file
           data record is plan-return-record
           record contains 3 characters.
       01 plan-return-record            pic 9(3).

       fd amount-limit-file
           data record is amount-limit-record.
       01 amount-limit-record.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/DAYBATWS.cpy".

      * run-date/batch-id - passed in on the command line so a rerun
      * of the same day's batch (or a same-day resubmission) can be
      * told apart from the original run; defaults to today's date
           value "N".
       77 ws-dup-scan-done             pic x
           value "N".
       77 ws-dup-hold-record           pic x(153)
           value spaces.
       77 ws-day-invoice-filename      pic x(44)
           value spaces.
       77 ws-di-file-status            pic xx
           value spaces.
       77 ws-di-file-available         pic x
           value "N".
       77 ws-return-reason-flag        pic x
           value "N".
       77 ws-transaction-date-flag     pic x
           value "N".
       77 ws-serial-flag-ok            pic x
           value "N".
      * Y when the record's SKU is a service plan on the master - set
      * by the same read, judged with the contract master below
       77 ws-plan-sku                  pic x
           value "N".

       77 ws-tc-file-status            pic xx
           value spaces.
      * a "C" cancellation must name a layaway that's still open
       77 ws-lay-cancel-flag           pic x
           value "N".

       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-so-file-available         pic x
           value "N".
      * a "Q" special order must name its customer, what is ordered,
      * the quoted price and a deposit taken on a real tender
       77 ws-special-order-flag        pic x
           value "N".
      * an "SO" pickup tender must name an arrived special order and
      * apply exactly the deposit on file
       77 ws-so-pickup-flag            pic x
           value "N".

       77 ws-rk-file-status            pic xx
           value spaces.
       77 ws-rk-file-available         pic x
           value "N".
      * a "K" rain check must name its customer, the SKU and units
      * promised, the regular price and the promo, and move no money
       77 ws-rain-check-issue-flag     pic x
           value "N".
      * a rain check quoted on a sale must be outstanding, unexpired
      * and for the SKU being sold
       77 ws-rain-check-flag           pic x
           value "N".
      * the invoice the last good rain check was quoted on, and the
      * promo it was written under (spaces when the master wasn't
      * there to say) - the promo edit waives the window for it
       77 ws-rk-invoice                pic x(9)
           value spaces.
       77 ws-rk-promo-code             pic x(6)
           value spaces.
       77 ws-rk-window-waived          pic x
           value "N".

       77 ws-wo-file-status            pic xx
           value spaces.
       77 ws-wo-file-available         pic x
           value "N".
      * a "W" intake must name the customer and the serialized unit
      * and move no money; a "U" update must set a real status; and
      * a "U" or "Y" must name a work order still in the shop
       77 ws-work-order-flag           pic x
           value "N".

       77 ws-svc-file-status           pic xx
           value spaces.
       77 ws-svc-file-available        pic x
           value "N".
      * the plan return window - 30 days unless planreturn.dat says
      * otherwise
       77 ws-prw-file-status           pic xx
           value spaces.
       77 ws-plan-return-days          pic 9(3)
           value 30.
       77 ws-plan-age-days             pic s9(7)
           value 0.
      * a service plan sells for one serialized unit on a sale, and
      * comes back on a return against its live contract inside the
      * plan return window
       77 ws-service-plan-flag         pic x
           value "N".
      * a sale flagged for delivery must name the customer it goes
      * to, and any requested date must be a real one
       77 ws-delivery-flag             pic x
           value "N".
      * an "A" adjustment needs a real reason and a supervisor
       77 ws-adjust-flag               pic x
           value "N".
       77 ws-ar-file-available         pic x
           value "N".
      * a house charge (or payment on account) with no customer is
      * unpostable; a charge past the limit is refused at the door,
      * and so is any charge on an account the credit review has held
       77 ws-hc-customer-flag          pic x
           value "N".
       77 ws-credit-limit-flag         pic x
           value "N".
       77 ws-credit-hold-flag          pic x
           value "N".
       77 ws-ar-balance                pic s9(7)v99
           value 0.

       77 ws-paid-auth-flag            pic x
           value "N".

      * U.S. cash - the day's posted rate is what the batch converts
      * it at, so a "US" tender with no rate on file can't go through
       copy "../copybooks/FXRATEWS.cpy".
       77 ws-fx-tender-flag            pic x
           value "N".

       77 ws-qh-file-status            pic xx
           value spaces.
       77 ws-qh-already-posted         pic x

           perform 05-load-transaction-codes.
           perform 05a-load-paid-reasons.
           perform 93-load-fx-rates.
           perform 10-load-error-threshold.
           perform 11-load-price-tolerance.
           perform 11a-load-plan-return.
           perform 13-load-business-date.
           perform 03e-check-intraday-batch.
           if ws-intraday-batch = "Y"
               perform 14-open-day-invoices
           end-if.

           open input sku-master-file.
           if ws-skm-file-status = "00"
           else
               move "N" to ws-lm-file-available
           end-if.
           open input special-order-file.
           if ws-so-file-status = "00"
               move "Y" to ws-so-file-available
           else
               move "N" to ws-so-file-available
           end-if.
           open input rain-check-file.
           if ws-rk-file-status = "00"
               move "Y" to ws-rk-file-available
           else
               move "N" to ws-rk-file-available
           end-if.
           open input work-order-file.
           if ws-wo-file-status = "00"
               move "Y" to ws-wo-file-available
           else
               move "N" to ws-wo-file-available
           end-if.
           open input service-plan-file.
           if ws-svc-file-status = "00"
               move "Y" to ws-svc-file-available
           else
               move "N" to ws-svc-file-available
           end-if.
           open input loyalty-rate-file.
           if ws-ly-file-status = "00"
               read loyalty-rate-file
           if ws-lm-file-available = "Y"
               close layaway-master-file
           end-if.
           if ws-so-file-available = "Y"
               close special-order-file
           end-if.
           if ws-rk-file-available = "Y"
               close rain-check-file
           end-if.
           if ws-wo-file-available = "Y"
               close work-order-file
           end-if.
           if ws-svc-file-available = "Y"
               close service-plan-file
           end-if.
           if ws-am-file-available = "Y"
               close auth-master-file
           end-if.
           if ws-di-file-available = "Y"
               close day-invoice-file
           end-if.
           close input-file valid-file invalid-file report-file
               near-miss-file ack-detail-file.

           end-if.

       06-load-default-transaction-codes.
           move 18 to ws-txn-code-count.
           move "S" to ws-txn-code-entry(1).
           move "R" to ws-txn-code-entry(2).
           move "L" to ws-txn-code-entry(3).
           move "I" to ws-txn-code-entry(11).
           move "C" to ws-txn-code-entry(12).
           move "A" to ws-txn-code-entry(13).
           move "Q" to ws-txn-code-entry(14).
           move "K" to ws-txn-code-entry(15).
           move "W" to ws-txn-code-entry(16).
           move "U" to ws-txn-code-entry(17).
           move "Y" to ws-txn-code-entry(18).

      * Loads the paid-in/paid-out reason list, falling back to the
      * posted defaults: S supplies, V vendor services, M misc,
               close price-tolerance-file
           end-if.

      * loads the plan return window - keeps the compiled default if
      * planreturn.dat isn't present
       11a-load-plan-return.
           open input plan-return-file.
           if ws-prw-file-status = "00"
               read plan-return-file
                   at end
                       continue
                   not at end
                       if plan-return-record is numeric
                           move plan-return-record
                               to ws-plan-return-days
                       end-if
               end-read
               close plan-return-file
           end-if.

      * loads the void-authorization threshold - keeps the compiled
      * default if voidauththresh.dat isn't present
       12-load-void-threshold.
               accept ws-business-date from date yyyymmdd
           end-if.

      * a micro-batch's share of the day's invoice index, named for
      * the business day every micro-batch of it shares and created
      * by whichever micro-batch runs first
       14-open-day-invoices.
           string "../../../data/dayinvoices_" delimited by size
               ws-intraday-date delimited by size
               ".dat" delimited by size
               into ws-day-invoice-filename.
           open i-o day-invoice-file.
           if ws-di-file-status = "35"
               open output day-invoice-file
               close day-invoice-file
               open i-o day-invoice-file
           end-if.
           if ws-di-file-status = "00"
               move "Y" to ws-di-file-available
           end-if.

       20-process-lines.

      *TODO: determine if line is valid
               and il-transaction-code is not equal to "I"
               and il-transaction-code is not equal to "C"
               and il-transaction-code is not equal to "X"
               and il-transaction-code is not equal to "Q"
               and il-transaction-code is not equal to "K"
               and il-transaction-code is not equal to "W"
               and il-transaction-code is not equal to "U"
               and il-transaction-code is not equal to "Y"
               if il-quantity is not numeric
                   or il-unit-price is not numeric
                   or il-quantity = 0
      * transfers move no money, and a "C" layaway cancellation's
      * refund is worked out from the master by the cancellation
      * register (the drawer pays it as a paid-out) - none of the
      * three carries a tender of its own; nor does a "K" rain
      * check, which only promises the promo price for later, nor a
      * "W" repair intake or "U" status update - a repair's money is
      * taken at pickup, and a "Y" pickup of a warranty repair the
      * vendor pays for takes none either
           if il-transaction-code = "F"
               or il-transaction-code = "G"
               or il-transaction-code = "C"
               or il-transaction-code = "A"
               or il-transaction-code = "K"
               or il-transaction-code = "W"
               or il-transaction-code = "U"
               or (il-transaction-code = "Y"
                   and il-transaction-amount is numeric
                   and il-transaction-amount = 0)
               if il-payment-type = spaces
                   move "Y" to ws-payment-type-flag
               else
                   when "DB"
                   when "GC"
                       move "Y" to ws-payment-type-flag
      * "US" is U.S. cash at the border stores - fine as a whole
      * tender or as one leg of a split; the rate edit below makes
      * sure there's a posted rate to convert it at
                   when "US"
                       move "Y" to ws-payment-type-flag
      * "HC" house charge goes on account - it needs the invoice's
      * customer, which a split's "T" line doesn't carry, so a
      * house charge can't be one leg of a split payment
                       else
                           move "Y" to ws-payment-type-flag
                       end-if
      * "SO" applies a special order's deposit at pickup - only a
      * sale can draw on it; the pickup edit below vets the order
                   when "SO"
                       if il-transaction-code = "S"
                           or il-transaction-code = "V"
                           move "Y" to ws-payment-type-flag
                       else
                           move "N" to ws-payment-type-flag
                           move il-payment-type to ws-payment-type
                       end-if
      * "SP" marks a split-payment invoice and belongs only on the
      * "H" header - the real tenders ride on the "T" lines, which
      * the tender-total check below reconciles against the header
      * one was keyed - spaces is a walk-in and always passes, and an
      * invoice's "D" lines don't carry the customer (the header
      * does). Fails open if the master isn't available, same as the
      * other reference lookups. A number retired by a customer
      * merge is forwarded onto the survivor here, so everything
      * downstream (and the charge and points checks below) posts
      * to the one account.
           move "Y" to ws-customer-flag
           if il-customer-number is not equal to spaces
               and il-invoice-line-type is not equal to "D"
                   invalid key
                       move "N" to ws-customer-flag
                   not invalid key
                       if cm-merged-into is not equal to spaces
                           perform 26-forward-customer
                       end-if
               end-read
           end-if

               end-read
           end-if

      * A "K" rain check is written when an advertised item has sold
      * out - a single line naming the customer it is promised to,
      * the SKU and units (the SKU edit vets the SKU), the regular
      * unit price and the promo it was advertised under; the promo
      * edit below makes sure that promo is running the day the rain
      * check is written. It moves no money, so the amount is zero.
           move "Y" to ws-rain-check-issue-flag
           if il-transaction-code = "K"
               if il-invoice-line-type is not equal to space
                   or il-customer-number = spaces
                   or il-promo-code = spaces
                   or il-rain-check-number is not equal to spaces
                   move "N" to ws-rain-check-issue-flag
               end-if
               if il-quantity is not numeric
                   or il-unit-price is not numeric
                   move "N" to ws-rain-check-issue-flag
               else
                   if il-quantity = 0
                       or il-unit-price = 0
                       move "N" to ws-rain-check-issue-flag
                   end-if
               end-if
               if ws-transaction-amt-flag = "Y"
                   and il-transaction-amount is not equal to 0
                   move "N" to ws-rain-check-issue-flag
               end-if
           end-if

      * A rain check quoted on a sale's item line (or a legacy
      * single-line sale) must be on the master, still outstanding,
      * for the SKU being sold and no more units than it promised,
      * and not past its expiry on the transaction date; a legacy
      * line must also carry the promo it was written under. A good
      * one is remembered against its invoice so the promo edit
      * below lets that promo stand after its window has closed. A
      * return or void quoting one only needs it to exist - the sale
      * being reversed is what redeemed it. Nothing else carries a
      * rain check. Fails open without the master, like the other
      * lookups.
           move "Y" to ws-rain-check-flag
           if il-rain-check-number is not equal to spaces
               evaluate true
                   when il-invoice-line-type = "H"
                       or il-invoice-line-type = "T"
                       move "N" to ws-rain-check-flag
                   when il-transaction-code is not equal to "S"
                       and il-transaction-code is not equal to "L"
                       and il-transaction-code is not equal to "R"
                       and il-transaction-code is not equal to "V"
                       move "N" to ws-rain-check-flag
                   when ws-rk-file-available is not equal to "Y"
                       continue
                   when other
                       move il-rain-check-number to rk-check-number
                       read rain-check-file
                           invalid key
                               move "N" to ws-rain-check-flag
                           not invalid key
                               perform 27-check-rain-check
                       end-read
               end-evaluate
               if ws-rain-check-flag = "Y"
                   move il-invoice-number to ws-rk-invoice
                   move spaces to ws-rk-promo-code
                   if ws-rk-file-available = "Y"
                       move rk-promo-code to ws-rk-promo-code
                   end-if
               end-if
           end-if

      * A repair work order is a single line at every step. A "W"
      * intake names the customer and the one unit taken in - the
      * SKU (the SKU edit vets it) and its serial number, which is
      * what the warranty registry is searched by - with the shop's
      * estimate as the unit price (zero until it has been quoted);
      * it moves no money. A "U" status update moves the work order
      * to A (awaiting parts), B (on the bench) or C (complete, call
      * the customer) - the status rides in the return-reason slot -
      * and a unit price on it revises the estimate; it moves no
      * money either. A "Y" pickup rings the repair charge against
      * the shop's repair SKU as units times price, and the amount
      * is that charge or, on a warranty repair the vendor pays for,
      * zero; the unit's serial is on the work order, and a pickup
      * carrying one would register the repair SKU against it in
      * the warranty registry when it posts as a sale. A "U" or "Y"
      * quotes the work order's number as its own invoice number,
      * and the work order must be on the master and not yet picked
      * up; fails open without the master, like the other lookups.
           move "Y" to ws-work-order-flag
           if il-transaction-code = "W"
               or il-transaction-code = "U"
               or il-transaction-code = "Y"
               if il-invoice-line-type is not equal to space
                   move "N" to ws-work-order-flag
               end-if
               if il-quantity is not numeric
                   or il-unit-price is not numeric
                   move "N" to ws-work-order-flag
               end-if
           end-if
           if il-transaction-code = "W"
               if il-customer-number = spaces
                   or il-serial-number = spaces
                   move "N" to ws-work-order-flag
               end-if
               if il-quantity is numeric
                   and il-quantity is not equal to 1
                   move "N" to ws-work-order-flag
               end-if
           end-if
           if il-transaction-code = "U"
               if il-return-reason-code is not equal to "A"
                   and il-return-reason-code is not equal to "B"
                   and il-return-reason-code is not equal to "C"
                   move "N" to ws-work-order-flag
               end-if
           end-if
           if (il-transaction-code = "W"
               or il-transaction-code = "U")
               and ws-transaction-amt-flag = "Y"
               and il-transaction-amount is not equal to 0
               move "N" to ws-work-order-flag
           end-if
           if il-transaction-code = "Y"
               and il-serial-number is not equal to spaces
               move "N" to ws-work-order-flag
           end-if
           if il-transaction-code = "Y"
               and ws-work-order-flag = "Y"
               if il-quantity = 0
                   move "N" to ws-work-order-flag
               else
                   if ws-transaction-amt-flag = "Y"
                       compute ws-computed-extended =
                           il-quantity * il-unit-price
                       if il-transaction-amount is not equal to 0
                           and il-transaction-amount
                               is not equal to ws-computed-extended
                           move "N" to ws-work-order-flag
                       end-if
                   end-if
               end-if
           end-if
           if (il-transaction-code = "U"
               or il-transaction-code = "Y")
               and ws-work-order-flag = "Y"
               and ws-wo-file-available = "Y"
               move il-invoice-number to wo-order-number
               read work-order-file
                   invalid key
                       move "N" to ws-work-order-flag
                   not invalid key
                       perform 28-check-work-order
               end-read
           end-if

      * Checks a keyed promotion - it must be on the promo master,
      * and the transaction date must fall inside the promo's window;
      * a promo rung outside its dates is exactly the kind of stale
      * register setup merchandising wants caught. Spaces means no
      * promo and always passes; fails open without the master. An
      * invoice honoring a good rain check for the promo may be rung
      * after the window has closed.
           move "Y" to ws-promo-flag
           move "Y" to ws-promo-window-flag
           move "N" to ws-rk-window-waived
           if ws-rk-invoice = il-invoice-number
               and (ws-rk-promo-code = il-promo-code
                   or ws-rk-promo-code = spaces)
               move "Y" to ws-rk-window-waived
           end-if
           if il-promo-code is not equal to spaces
               and il-invoice-line-type is not equal to "D"
               and ws-pm-file-available = "Y"
                   not invalid key
                       if il-transaction-date is numeric
                           if il-transaction-date < pm-start-date
                               move "N" to ws-promo-window-flag
                           end-if
                           if il-transaction-date > pm-end-date
                               and ws-rk-window-waived
                                   is not equal to "Y"
                               move "N" to ws-promo-window-flag
                           end-if
                       end-if
               end-read
           end-if

      * A "Q" special order is a single line that takes the deposit -
      * it must name the customer the goods are being ordered for, a
      * quantity and quoted unit price (the SKU edit vets the SKU),
      * and a deposit no bigger than the goods, taken on a real
      * tender rather than charged, redeemed or split
           move "Y" to ws-special-order-flag
           if il-transaction-code = "Q"
               if il-invoice-line-type is not equal to space
                   or il-customer-number = spaces
                   move "N" to ws-special-order-flag
               end-if
               if il-quantity is not numeric
                   or il-unit-price is not numeric
                   move "N" to ws-special-order-flag
               else
                   if il-quantity = 0
                       or il-unit-price = 0
                       move "N" to ws-special-order-flag
                   else
                       if ws-transaction-amt-flag = "Y"
                           compute ws-computed-extended =
                               il-quantity * il-unit-price
                           if il-transaction-amount = 0
                               or il-transaction-amount
                                   > ws-computed-extended
                               move "N" to ws-special-order-flag
                           end-if
                       end-if
                   end-if
               end-if
               if il-payment-type is not equal to "CA"
                   and il-payment-type is not equal to "CR"
                   and il-payment-type is not equal to "DB"
                   and il-payment-type is not equal to "GC"
                   and il-payment-type is not equal to "US"
                   move "N" to ws-special-order-flag
               end-if
           end-if

      * A "US" tender converts at the rate posted for its day (or the
      * latest one before it) - with no rate on file the batch can't
      * say how many U.S. dollars the drawer should hold. Fails open
      * when fxrates.dat isn't there at all, like the other
      * reference-file edits.
           move "Y" to ws-fx-tender-flag
           if il-payment-type = "US"
               and il-invoice-line-type is not equal to "D"
               and ws-fx-count > 0
               move "US" to ws-fx-look-currency
               if il-transaction-date is numeric
                   move il-transaction-date to ws-fx-look-date
               else
                   move 0 to ws-fx-look-date
               end-if
               perform 94-find-fx-rate
               if ws-fx-rate-found is not equal to "Y"
                   move "N" to ws-fx-tender-flag
               end-if
           end-if

      * A sale going out on our truck carries "D" in the return-
      * reason slot of its header (or legacy line) - it must name the
      * customer whose address the delivery defaults to, and a
      * requested delivery date, when the customer asked for one,
      * rides in the replacement-SKU slot as YYYYMMDD and can't be
      * before the sale. Blank means first available.
           move "Y" to ws-delivery-flag
           if il-transaction-code = "S"
               and il-return-reason-code = "D"
               and il-invoice-line-type is not equal to "D"
               and il-invoice-line-type is not equal to "T"
               if il-customer-number = spaces
                   move "N" to ws-delivery-flag
               end-if
               if il-replacement-sku is not equal to spaces
                   if il-replacement-sku(1:8) is not numeric
                       or il-replacement-sku(9:7) is not equal to
                           spaces
                       move "N" to ws-delivery-flag
                   else
                       if il-replacement-sku(5:2) < "01"
                           or il-replacement-sku(5:2) > "12"
                           or il-replacement-sku(7:2) < "01"
                           or il-replacement-sku(7:2) > "31"
                           move "N" to ws-delivery-flag
                       end-if
                       if il-transaction-date is numeric
                           and il-replacement-sku(1:8)
                               < il-transaction-date
                           move "N" to ws-delivery-flag
                       end-if
                   end-if
               end-if
           end-if

      * An "SO" pickup tender names its special order in the
      * gift-card slot - the order must be on the master, arrived and
      * not yet collected (or collected by this same invoice, when
      * the batch comes through again after it posted), and the
      * tender must apply exactly the deposit the customer put down.
      * A "V" void carries the tender for reference only and skips
      * the lookup; fails open without the master, like the other
      * lookups.
           move "Y" to ws-so-pickup-flag
           if il-payment-type = "SO"
               and il-invoice-line-type is not equal to "D"
               if il-gift-card-number = spaces
                   move "N" to ws-so-pickup-flag
               else
                   if ws-so-file-available = "Y"
                       and il-transaction-code is not equal to "V"
                       move il-gift-card-number to so-order-number
                       read special-order-file
                           invalid key
                               move "N" to ws-so-pickup-flag
                           not invalid key
                               if so-status is not equal to "A"
                                   and (so-status is not equal to "C"
                                   or so-collected-invoice
                                   is not equal to il-invoice-number)
                                   move "N" to ws-so-pickup-flag
                               end-if
                               if ws-transaction-amt-flag = "Y"
                                   and il-transaction-amount
                                   is not equal to so-deposit-amount
                                   move "N" to ws-so-pickup-flag
                               end-if
                       end-read
                   end-if
               end-if
           end-if

      * A paid-out ("O") or paid-in ("I") till movement must carry a
      * reason off the approved list (it rides in the return-reason
      * slot) and a supervisor who answers for it - on the auth
      * A house charge (and an "M" payment on account) must name the
      * customer whose account it posts to - no notebook at the
      * register any more - and a charge must fit inside the credit
      * limit next to whatever the AR ledger already carries, on an
      * account the monthly credit review hasn't put on hold. Fails
      * open when the masters aren't there, like the other lookups.
           move "Y" to ws-hc-customer-flag
           move "Y" to ws-credit-limit-flag
           move "Y" to ws-credit-hold-flag
           if (il-payment-type = "HC"
               or il-payment-type = "LP"
               or il-transaction-code = "M")
      * Error validation for empty spaces - an "H" header line and a
      * "P" layaway payment carry no SKU of their own (the detail
      * lives on the "D" lines / the original layaway), so a blank
      * SKU is correct there and the check is skipped; so does a "U"
      * work-order update, whose item is on the work order
           move 0 to ws-retail-price
           move "N" to ws-serial-required
           move "N" to ws-plan-sku
           if il-invoice-line-type = "H"
               or il-invoice-line-type = "T"
               or il-transaction-code = "P"
               or il-transaction-code = "U"
               or il-transaction-code = "M"
               or il-transaction-code = "O"
               or il-transaction-code = "I"
                           if sm-serial-flag = "Y"
                               move "Y" to ws-serial-required
                           end-if
                           if sm-service-plan-flag = "Y"
                               move "Y" to ws-plan-sku
                           end-if
                   end-read
               else
                   move "Y" to ws-spaces-flag
      * which the numeric edits and even the amount ceiling happily
      * pass. Skipped for "H" header lines (no price of their own),
      * for SKUs the master doesn't carry a price for, and when the
      * master isn't available at all; and for the repair work-order
      * codes, whose price is a repair estimate or charge, not the
      * item's retail.
           move "Y" to ws-price-check-flag
           move 0 to ws-price-deviation
           if il-invoice-line-type is not equal to "H"
               and il-transaction-code is not equal to "P"
               and il-transaction-code is not equal to "W"
               and il-transaction-code is not equal to "U"
               and il-transaction-code is not equal to "Y"
               and il-transaction-code is not equal to "M"
               and il-transaction-code is not equal to "O"
               and il-transaction-code is not equal to "I"
      * a keyed probe of the valid-file itself (START at the invoice,
      * read its records), so the cost stays a couple of reads per
      * record at any volume - the old in-memory table silently let
      * duplicates pass once a big day ran it past 9999 entries. A
      * "U" work-order update and the "Y" pickup quote the work
      * order's own number, the way a "P" quotes its layaway's.
           move "N" to ws-duplicate-flag
           if ws-invoice-number-flag = "Y"
               and il-invoice-line-type is not equal to "D"
               and il-invoice-line-type is not equal to "T"
               and il-transaction-code is not equal to "P"
               and il-transaction-code is not equal to "U"
               and il-transaction-code is not equal to "Y"
               perform 24-check-duplicate-on-file
               if ws-di-file-available = "Y"
                   perform 24a-check-duplicate-in-day
               end-if
           end-if

      * Checks return-reason-code - only meaningful on a return ("R")
               end-if
           end-if

      * An extended service plan sells on its own item line for the
      * one unit it covers - quantity 1, with the covered unit's
      * serial number in the serial slot - and only on a sale; the
      * unit mustn't already carry a live contract. It comes back on
      * a return quoting the same serial, for the plan SKU on the
      * contract at the price it sold for, no later than the plan
      * return window after the sale - past that it stays in force
      * to the end of its term. A layaway, exchange or any other
      * code can't carry a plan. The contract checks fail open
      * without the master, like the other lookups.
           move "Y" to ws-service-plan-flag
           if ws-plan-sku = "Y"
               if il-transaction-code is not equal to "S"
                   and il-transaction-code is not equal to "R"
                   move "N" to ws-service-plan-flag
               end-if
               if il-serial-number = spaces
                   or il-quantity is not numeric
                   or il-unit-price is not numeric
                   move "N" to ws-service-plan-flag
               end-if
           end-if
           if ws-plan-sku = "Y"
               and ws-service-plan-flag = "Y"
               and il-quantity is not equal to 1
               move "N" to ws-service-plan-flag
           end-if
           if ws-plan-sku = "Y"
               and ws-service-plan-flag = "Y"
               and ws-svc-file-available = "Y"
               move il-serial-number to svc-serial-number
               read service-plan-file
                   invalid key
                       if il-transaction-code = "R"
                           move "N" to ws-service-plan-flag
                       end-if
                   not invalid key
                       perform 29-check-service-plan
               end-read
           end-if

      *TODO: output record to appropriate file based on results of validaiton processing
           if (ws-spaces-flag is equal to "Y")
               and (ws-payment-type-flag is equal to "Y")
               and (ws-transfer-store-flag is equal to "Y")
               and (ws-hc-customer-flag is equal to "Y")
               and (ws-credit-limit-flag is equal to "Y")
               and (ws-credit-hold-flag is equal to "Y")
               and (ws-coupon-flag is equal to "Y")
               and (ws-coupon-value-flag is equal to "Y")
               and (ws-paid-reason-flag is equal to "Y")
               and (ws-lay-cancel-flag is equal to "Y")
               and (ws-adjust-flag is equal to "Y")
               and (ws-staff-flag is equal to "Y")
               and (ws-special-order-flag is equal to "Y")
               and (ws-so-pickup-flag is equal to "Y")
               and (ws-rain-check-issue-flag is equal to "Y")
               and (ws-rain-check-flag is equal to "Y")
               and (ws-work-order-flag is equal to "Y")
               and (ws-service-plan-flag is equal to "Y")
               and (ws-delivery-flag is equal to "Y")
               and (ws-fx-tender-flag is equal to "Y")
               and (ws-duplicate-flag is equal to "N") then
               perform 30-output-valid-record
           else

      * the charge in hand plus what the ledger already carries must
      * fit under the customer master's limit - a customer with no
      * ledger record charges against a zero balance. A held account
      * charges nothing at all until the review releases it.
       25-check-credit-limit.
           move il-customer-number to cm-customer-number.
           read cust-master-file
               invalid key
                   go to 25-check-credit-exit
           end-read.
           if cm-credit-hold = "Y"
               move "N" to ws-credit-hold-flag
               go to 25-check-credit-exit
           end-if.
           if cm-credit-limit is not numeric
               go to 25-check-credit-exit
           end-if.
       25-check-credit-exit.
           exit.

      * a merged-away customer number rides on as the survivor's -
      * a survivor that has since vanished from the master fails
      * the customer edit like any unknown number
       26-forward-customer.
           move cm-merged-into to il-customer-number.
           move il-customer-number to cm-customer-number.
           read cust-master-file
               invalid key
                   move "N" to ws-customer-flag
           end-read.

      * the rain check read for a sale or layaway - it has to be
      * waiting to be used (or already used by this same invoice,
      * when the batch comes through again after it posted), for
      * what is being sold, and in date; a return or void only
      * needed it found
       27-check-rain-check.
           if il-transaction-code = "S"
               or il-transaction-code = "L"
               if rk-status is not equal to "O"
                   and (rk-status is not equal to "R"
                   or rk-redeemed-invoice
                       is not equal to il-invoice-number)
                   move "N" to ws-rain-check-flag
               end-if
               if il-sku-code is not equal to rk-sku-code
                   move "N" to ws-rain-check-flag
               end-if
               if il-quantity is numeric
                   and il-quantity > rk-quantity
                   move "N" to ws-rain-check-flag
               end-if
               if il-transaction-date is numeric
                   and il-transaction-date > rk-expiry-date
                   move "N" to ws-rain-check-flag
               end-if
           end-if.
           if il-invoice-line-type = space
               and il-promo-code is not equal to rk-promo-code
               move "N" to ws-rain-check-flag
           end-if.

      * the work order a "U" or "Y" names - it has to be still in
      * the shop, and a pickup of a warranty repair charges the
      * customer nothing while a customer-paid one charges the full
      * units times price. The pickup quotes the work order's own
      * number, so one picked up on this line's date is this day's
      * pickup coming through again after the batch posted.
       28-check-work-order.
           if wo-status = "P"
               and wo-pickup-date is not equal to il-transaction-date
               move "N" to ws-work-order-flag
           end-if.
           if il-transaction-code = "Y"
               and ws-transaction-amt-flag = "Y"
               if wo-warranty-flag = "W"
                   if il-transaction-amount is not equal to 0
                       move "N" to ws-work-order-flag
                   end-if
               else
                   if il-transaction-amount
                       is not equal to ws-computed-extended
                       move "N" to ws-work-order-flag
                   end-if
               end-if
           end-if.

      * the contract on the serial a plan line quotes - a sale
      * needs the unit free of a live one (an expired contract, or a
      * cancelled one the month end has already settled, may be
      * replaced); a return needs the live contract for the same
      * plan SKU, refunded at what it sold for, inside the window. A
      * contract this same invoice opened or cancelled is the batch
      * coming through again after it posted, and passes.
       29-check-service-plan.
           if il-transaction-code = "S"
               if (svc-status = "A"
                   or (svc-status = "C"
                       and svc-earned-to-date > 0))
                   and svc-plan-invoice
                       is not equal to il-invoice-number
                   move "N" to ws-service-plan-flag
               end-if
           else
               if (svc-status is not equal to "A"
                   and (svc-status is not equal to "C"
                   or svc-cancel-invoice
                       is not equal to il-invoice-number))
                   or svc-plan-sku is not equal to il-sku-code
                   or svc-price is not equal to il-unit-price
                   move "N" to ws-service-plan-flag
               end-if
               if ws-service-plan-flag = "Y"
                   and ws-transaction-date-flag = "Y"
                   compute ws-plan-age-days =
                       function integer-of-date(il-transaction-date)
                       - function integer-of-date(svc-sale-date)
                   if ws-plan-age-days > ws-plan-return-days
                       move "N" to ws-service-plan-flag
                   end-if
               end-if
           end-if.

      * the keyed duplicate probe - any already-accepted header or
      * legacy record under this invoice number makes this one a
      * duplicate. The record area is saved and restored around the
           end-perform.
           move ws-dup-hold-record to valid-record.

      * the same question asked of the whole business day - an
      * invoice another micro-batch of the day already accepted is a
      * duplicate here too. This batch's own entries are left to the
      * valid-file probe above, so a restart or resubmission of the
      * micro-batch behaves exactly as it does for a nightly batch.
       24a-check-duplicate-in-day.
           move il-invoice-number to di-invoice-number.
           read day-invoice-file
               invalid key
                   continue
               not invalid key
                   if di-batch-id is not equal to ws-batch-id
                       move "Y" to ws-duplicate-flag
                   end-if
           end-read.

       30-output-valid-record.
           move il-transaction-code    to vl-transaction-code.
           move il-transaction-amount  to vl-transaction-amount.
               move 0 to vl-transaction-time
           end-if.
           move il-purchaser-id        to vl-purchaser-id.
           move il-rain-check-number   to vl-rain-check-number.
           move il-store-number to ws-qa-work-store.
           perform 44-tally-accepted.
           write valid-record
                   continue
               not invalid key
                   add 1 to ws-valid
                   if ws-di-file-available = "Y"
                       and il-invoice-line-type is not equal to "D"
                       and il-invoice-line-type is not equal to "T"
                       and il-transaction-code is not equal to "P"
                       perform 31-record-day-invoice
                   end-if
           end-write.

      * a header or single-line invoice this micro-batch accepted
      * joins the day's index; one already there (a restart passing
      * the same record again) is left as it is
       31-record-day-invoice.
           move il-invoice-number to di-invoice-number.
           move ws-batch-id to di-batch-id.
           move il-store-number to di-store-number.
           write day-invoice-record
               invalid key
                   continue
           end-write.

       40-output-invalid-record.
                   move "NO CUSTOMER FOR CHARGE" to ws-reason-text
               when ws-credit-limit-flag is equal to "N"
                   move "OVER CREDIT LIMIT" to ws-reason-text
               when ws-credit-hold-flag is equal to "N"
                   move "ACCOUNT ON CREDIT HOLD" to ws-reason-text
               when ws-coupon-flag is equal to "N"
                   move "BAD OR EXPIRED COUPON" to ws-reason-text
               when ws-coupon-value-flag is equal to "N"
                   move "BAD ADJUSTMENT" to ws-reason-text
               when ws-staff-flag is equal to "N"
                   move "BAD STAFF PURCHASE" to ws-reason-text
               when ws-special-order-flag is equal to "N"
                   move "BAD SPECIAL ORDER" to ws-reason-text
               when ws-so-pickup-flag is equal to "N"
                   move "NO ARRIVED SPECIAL ORDER" to ws-reason-text
               when ws-rain-check-issue-flag is equal to "N"
                   move "BAD RAIN CHECK ISSUE" to ws-reason-text
               when ws-rain-check-flag is equal to "N"
                   move "BAD OR USED RAIN CHECK" to ws-reason-text
               when ws-work-order-flag is equal to "N"
                   move "BAD WORK ORDER" to ws-reason-text
               when ws-service-plan-flag is equal to "N"
                   move "BAD SERVICE PLAN" to ws-reason-text
               when ws-delivery-flag is equal to "N"
                   move "BAD DELIVERY REQUEST" to ws-reason-text
               when ws-fx-tender-flag is equal to "N"
                   move "NO US EXCHANGE RATE" to ws-reason-text
               when ws-duplicate-flag is equal to "Y"
                   move "DUPLICATE INVOICE NUMBER" to ws-reason-text
               when other
           if ws-credit-limit-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-credit-hold-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-coupon-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-staff-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-special-order-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-so-pickup-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-rain-check-issue-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-rain-check-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-work-order-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-service-plan-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-delivery-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-fx-tender-flag is equal to "N"
               add 1 to ws-failure-count
           end-if.
           if ws-duplicate-flag is equal to "Y"
               add 1 to ws-failure-count
           end-if.
       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="EDITS"==.

       copy "../copybooks/FXRATEP.cpy".

       copy "../copybooks/DAYBATP.cpy".

       end program EDITS.
