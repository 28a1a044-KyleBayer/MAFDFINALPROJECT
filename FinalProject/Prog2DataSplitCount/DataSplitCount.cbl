           assign to dynamic ws-lay-cancels-filename
           organization is line sequential.

      * "Q" special orders - the deposit opens the special-order
      * master here, and SpecialOrder cuts the PO line behind it
           select special-orders-file
           assign to dynamic ws-special-orders-filename
           organization is line sequential.

      * "K" rain checks written for sold-out promo items - each opens
      * a rain-check master record here
           select rain-checks-file
           assign to dynamic ws-rain-checks-filename
           organization is line sequential.

      * repair work orders - "W" intakes and "U" status updates, and
      * the "Y" pickups of warranty repairs that charge the customer
      * nothing (a pickup that charges goes with the sales); each is
      * posted to the work-order master here
           select work-orders-file
           assign to dynamic ws-work-orders-filename
           organization is line sequential.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.
           file status is ws-smt-file-status.

      * permanent daily per-store history - one dated record per
      * store per batch, the comparative reports' raw material. A
      * micro-batch of a longer business day writes its records to
      * its own storehist_<batch-id> instead, and the day's finalize
      * folds the day's micro-batches into one record per store, so
      * the history still holds one record per store per day.
           select store-history-file
           assign to dynamic ws-store-history-filename
           organization is line sequential
           file status is ws-shd-file-status.

      * intraday day register - see the DAYBATCH copybook
           select day-batch-file
           assign to "../../../data/daybatch.dat"
           organization is line sequential
           file status is ws-db-file-status.

      * fiscal 4-4-5 calendar - when present, the MTD buckets key on
      * fiscal year/period instead of calendar months, so a period
      * always holds the same weekday mix; see the FISCP copybook
           assign to dynamic ws-gl-extract-filename
           organization is line sequential.

      * control-account postings - what this batch moved in the
      * gift-card ledger, the loyalty points and the open layaway
      * deposits, in the extract layout. Written only by the run
      * that posts the masters, so a rerun leaves the posting run's
      * file standing; SubledgerRecon rolls the control balances
      * forward from it
           select gl-control-file
           assign to dynamic ws-gl-control-filename
           organization is line sequential.

      * layaway master - the running record of every layaway's
      * balance; "L" transactions open a record here, "P" payments
      * pay it down, and a payment that clears the balance closes it
           record key is lm-invoice-number
           file status is ws-lm-file-status.

      * special-order master - "Q" deposits open a record here and
      * the "SO" pickup tender closes it as collected
           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is random
           record key is so-order-number
           file status is ws-so-file-status.

      * rain-check master - "K" transactions open a record here and a
      * sale quoting it marks it redeemed
           select rain-check-file
           assign to "../../../data/raincheck.dat"
           organization is indexed
           access mode is random
           record key is rk-check-number
           file status is ws-rk-file-status.

      * repair work-order master - a "W" intake opens a record here
      * (under warranty or customer-paid, off the warranty registry),
      * a "U" moves its status and the "Y" pickup closes it
           select work-order-file
           assign to "../../../data/workorder.dat"
           organization is indexed
           access mode is random
           record key is wo-order-number
           file status is ws-wo-file-status.

      * service-plan contract master - a plan sold opens a contract
      * here against the covered unit's serial, and a plan returned
      * inside the window cancels it
           select service-plan-file
           assign to "../../../data/svcplan.dat"
           organization is indexed
           access mode is random
           record key is svc-serial-number
           file status is ws-svc-file-status.

      * one-line marker written after this batch's layaway payments
      * and customer history have been posted to their masters - its
      * existence tells a rerun of the same batch not to post them a
           assign to dynamic ws-dollar-summary-filename
           organization is line sequential.

      * the printed per-store subtotals and payment-type breakdown in
      * machine-readable form - see the P2TOTALS copybook
           select prog2-totals-file
           assign to dynamic ws-prog2-totals-filename
           organization is line sequential.

      * per-store tender totals - store number with the net cash,
      * credit and debit dollars this batch moved at that store,
      * picked up by the deposit-reconciliation step to check what
           assign to dynamic ws-drawer-pay-filename
           organization is line sequential.

      * U.S. cash converted this batch - one line per "US" tender with
      * the U.S. dollars the drawer took in (or paid back), the rate
      * it was converted at and the home dollars it came to
           select fx-tender-file
           assign to dynamic ws-fx-tender-filename
           organization is line sequential.

      * the posted exchange rates - see the FXRATE copybook
           select fx-rate-file
           assign to "../../../data/fxrates.dat"
           organization is line sequential
           file status is ws-fx-file-status.

      * SKU master - which stewardship fee category an item falls in
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * the eco-fee table - see the ECOFEE copybook
           select eco-fee-file
           assign to "../../../data/ecofee.dat"
           organization is line sequential
           file status is ws-ef-file-status.

      * permanent eco-fee accrual journal - one line per item line
      * of a fee category SKU sold or returned, appended nightly
      * behind the posting marker; the monthly EcoFeeRemit files the
      * stewardship remittance from these
           select eco-fee-accrual-file
           assign to "../../../data/ecofeeacc.dat"
           organization is line sequential
           file status is ws-ea-file-status.

      * gift-card ledger - activations (sales of GIFTCARD* SKUs) add
      * to a card's balance, "GC" redemptions draw it down, refunds
      * back onto a card add again; a card drawn to zero is closed

       fd input-file
           data record is input-line
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy".

       fd sale-layaways-file
           data record is sale-layaways-line
           record contains 153 characters.

       01 sale-layaways-line              pic x(153).

       fd returns-file
           data record is returns-line
           record contains 153 characters.

       01 returns-line                    pic x(153).

       fd voids-file
           data record is voids-line
           record contains 153 characters.

       01 voids-line                      pic x(153).

       fd lay-payments-file
           data record is lay-payments-line
           record contains 153 characters.

       01 lay-payments-line               pic x(153).

       fd exchanges-file
           data record is exchanges-line
           record contains 153 characters.

       01 exchanges-line                  pic x(153).

       fd transfers-file
           data record is transfers-line
           record contains 153 characters.

       01 transfers-line                  pic x(153).

       fd on-account-file
           data record is on-account-line
           record contains 153 characters.

       01 on-account-line                 pic x(153).

       fd paid-io-file
           data record is paid-io-line
           record contains 153 characters.

       01 paid-io-line                    pic x(153).

       fd lay-cancels-file
           data record is lay-cancels-line
           record contains 153 characters.

       01 lay-cancels-line                pic x(153).

       fd adjustments-file
           data record is adjustments-line
           record contains 153 characters.

       01 adjustments-line                pic x(153).

       fd special-orders-file
           data record is special-orders-line
           record contains 153 characters.

       01 special-orders-line             pic x(153).

       fd rain-checks-file
           data record is rain-checks-line
           record contains 153 characters.

       01 rain-checks-line                pic x(153).

       fd work-orders-file
           data record is work-orders-line
           record contains 153 characters.

       01 work-orders-line                pic x(153).

       fd layaway-master-file
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

       fd dollar-summary-file
           data record is dollar-summary-record
           record contains 54 characters.
           05 dsd-exchanges-amt        pic 9(7)v99.
           05 dsd-lay-payments-amt     pic 9(7)v99.

       fd prog2-totals-file
           data record is prog2-totals-record
           record contains 45 characters.
       copy "../copybooks/P2TOTALS.cpy".

       fd store-pay-file
           data record is store-pay-record
           record contains 52 characters.
       01 store-pay-record.
           05 sp-store-number               pic xx.
           05 sp-cash-amount                pic s9(7)v99
               sign is leading separate.
           05 sp-debit-amount               pic s9(7)v99
               sign is leading separate.
      * U.S. cash kept apart from the home cash above - the U.S.
      * dollars themselves, and what they came to at the posted rate
           05 sp-us-cash-amount             pic s9(7)v99
               sign is leading separate.
           05 sp-us-home-amount             pic s9(7)v99
               sign is leading separate.

       fd fx-tender-file
           data record is fx-tender-record
           record contains 52 characters.
       01 fx-tender-record.
           05 fxt-store-number              pic xx.
           05 fxt-register-number           pic xx.
           05 fxt-invoice-number            pic x(9).
           05 fxt-transaction-date          pic 9(8).
           05 fxt-currency-code             pic xx.
      * signed the way the drawer moved - a refund paid out in U.S.
      * cash is negative
           05 fxt-foreign-amount            pic s9(7)v99
               sign is leading separate.
      * home dollars per U.S. dollar; zero when no rate was on file
           05 fxt-rate                      pic 9(3)v9(6).
           05 fxt-home-amount               pic s9(7)v99
               sign is leading separate.

       fd fx-rate-file
           data record is fx-rate-record
           record contains 19 characters.
       copy "../copybooks/FXRATE.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd eco-fee-file
           data record is eco-fee-record
           record contains 43 characters.
       copy "../copybooks/ECOFEE.cpy".

       fd eco-fee-accrual-file
           data record is eco-fee-accrual-record
           record contains 69 characters.
       copy "../copybooks/ECOACC.cpy".

       fd coupon-history-file
           data record is coupon-history-record

       fd drawer-pay-file
           data record is drawer-pay-record
           record contains 24 characters.
       01 drawer-pay-record.
           05 dw-store-number               pic xx.
           05 dw-register-number            pic xx.
           05 dw-cash-amount                pic s9(7)v99
               sign is leading separate.
           05 dw-us-cash-amount             pic s9(7)v99
               sign is leading separate.

       fd cust-history-file
           data record is customer-history-record.

       fd recon-count-file
           data record is recon-count-line
           record contains 117 characters.
       01 recon-count-line.
           05 rc-sale-layaway-count        pic 9(9).
           05 rc-return-count              pic 9(9).
           05 rc-paid-io-count             pic 9(9).
           05 rc-lay-cancel-count          pic 9(9).
           05 rc-adjustment-count          pic 9(9).
           05 rc-special-order-count       pic 9(9).
           05 rc-rain-check-count          pic 9(9).
           05 rc-work-order-count          pic 9(9).

       fd store-master-file
           data record is store-master-record.

       fd store-history-file
           data record is store-history-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy".

       fd day-batch-file
           data record is day-batch-record
           record contains 31 characters.
       copy "../copybooks/DAYBATCH.cpy".

       fd fiscal-cal-file
           data record is fiscal-cal-record
           record contains 22 characters.
           05 gl-amount                     pic 9(7)v99.
           05 gl-description                pic x(20).

       fd gl-control-file
           data record is gl-control-line
           record contains 36 characters.
       01 gl-control-line.
           05 glc-store-number              pic xx.
           05 glc-account-code              pic x(4).
           05 glc-debit-credit              pic x.
           05 glc-amount                    pic 9(7)v99.
           05 glc-description               pic x(20).

       working-storage section.

       copy "../copybooks/BUSDATWS.cpy".

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/DAYBATWS.cpy".

       copy "../copybooks/CASHRNDWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists; kept as its own field rather than ws-run-date below,
      * which is the 6-digit MTD/YTD bucketing date, not a file-name
           value spaces.
       77 ws-adjustments-filename       pic x(40)
           value spaces.
       77 ws-special-orders-filename    pic x(40)
           value spaces.
       77 ws-rain-checks-filename       pic x(40)
           value spaces.
       77 ws-work-orders-filename       pic x(40)
           value spaces.
       77 ws-drawer-pay-filename        pic x(40)
           value spaces.

               10 ws-dw-store          pic xx.
               10 ws-dw-register       pic xx.
               10 ws-dw-cash           pic s9(7)v99.
               10 ws-dw-us-cash        pic s9(7)v99.
       77 ws-dw-idx                    pic 9(3)
           value 0.
       77 ws-dw-hit                    pic 9(3)
           value 0.
       77 ws-dw-found                  pic x
           value "N".
       77 ws-drawer-direction          pic s9
           value 0.
      * +1 / -1 / 0 the same as the drawer direction, worked out up
      * front so the rounding rides on the record before it's split
       77 ws-round-direction           pic s9
           value 0.

      * U.S. cash - the record's amount is in home dollars, what the
      * register rang; the U.S. dollars behind it are worked out at
      * the posted rate for the day
       copy "../copybooks/FXRATEWS.cpy".
       77 ws-fx-tender-filename        pic x(40)
           value spaces.
       77 ws-fx-foreign-amt            pic 9(7)v99
           value 0.
       77 ws-fx-tender-count           pic 9(5)
           value 0.
       77 ws-fx-unconverted-count      pic 9(5)
           value 0.

      * eco fees - the stewardship fee inside an item line's amount,
      * priced off the SKU's fee category and the fee table
       copy "../copybooks/ECOFEEWS.cpy".
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-ea-file-status            pic xx
           value spaces.
       77 ws-ea-file-open              pic x
           value "N".
      * +1 collected on a sale or layaway, -1 refunded on a return
       77 ws-eco-direction             pic s9
           value 0.
       77 ws-eco-collected-units       pic 9(7)
           value 0.
       77 ws-eco-collected-amt         pic 9(7)v99
           value 0.
       77 ws-eco-refunded-units        pic 9(7)
           value 0.
       77 ws-eco-refunded-amt          pic 9(7)v99
           value 0.
      * item lines of a fee category SKU with no fee in force on the
      * day - the table needs a line for the category
       77 ws-eco-no-fee-count          pic 9(5)
           value 0.
       77 ws-store-pay-filename         pic x(40)
           value spaces.
       77 ws-dollar-summary-filename    pic x(44)
           value spaces.
       77 ws-prog2-totals-filename      pic x(44)
           value spaces.
       77 ws-report-filename            pic x(40)
           value spaces.
       77 ws-recon-count-filename       pic x(40)
           value spaces.
       77 ws-gl-extract-filename        pic x(40)
           value spaces.
       77 ws-gl-control-filename        pic x(40)
           value spaces.

       77 ws-if-file-status             pic xx
           value spaces.
           value spaces.
       77 ws-lm-file-status             pic xx
           value spaces.
       77 ws-so-file-status             pic xx
           value spaces.
       77 ws-rk-file-status             pic xx
           value spaces.
       77 ws-wo-file-status             pic xx
           value spaces.
       77 ws-svc-file-status            pic xx
           value spaces.
       77 ws-lpm-file-status            pic xx
           value spaces.
       77 ws-ch-file-status             pic xx
           value 0.
       77 ws-points-redeemed            pic 9(9)
           value 0.
      * points taken back off customers for returned purchases
       77 ws-points-clawed-back         pic 9(9)
           value 0.

      * sale/layaway dollars split by channel for the report
       01 ws-web-sales-count            pic 9(7)
           value spaces.
       77 ws-shd-file-status            pic xx
           value spaces.
       77 ws-store-history-filename     pic x(44)
           value "../../../data/storehist.dat".
       77 ws-history-date               pic 9(8)
           value 0.
       77 ws-mc-file-status             pic xx
           value "N".
       77 ws-mc-check-period            pic x(6)
           value spaces.
      * the fiscal year's own "FyyYE" seal - once the year-end close
      * has run, nothing dated inside that year posts again
       77 ws-mc-check-year              pic x(6)
           value spaces.

      * the carried-forward per-store MTD table - loaded at startup,
      * folded and rewritten inside the posting guard
           value 0.
       01 ws-written-adjustments          pic 9(9)
           value 0.
       01 ws-written-special-orders       pic 9(9)
           value 0.

      * special orders taken and the deposits on them, and the
      * pickups that applied a deposit - an orphan is a pickup whose
      * order wasn't waiting on the master, worth an eyeball
       01 ws-total-special-orders         pic 9(9)
           value 0.
       01 ws-special-deposit-amount       pic 9(7)v99
           value 0.
       01 ws-so-pickup-count              pic 9(5)
           value 0.
       01 ws-so-orphan-count              pic 9(5)
           value 0.

       01 ws-special-order-detail.
           05 filler                      pic x(25)
               value "SPECIAL ORDERS TAKEN: ".
           05 ws-special-count-out        pic zzzz9
               value 0.
           05 filler                      pic x(12)
               value "  DEPOSITS: ".
           05 ws-special-deposit-out      pic $$$,$$9.99
               value 0.

       01 ws-so-pickup-detail.
           05 filler                      pic x(25)
               value "SPECIAL ORDERS PICKED UP:".
           05 ws-so-pickup-out            pic zzzz9
               value 0.
           05 filler                      pic x(11)
               value "  ORPHANS: ".
           05 ws-so-orphan-out            pic zzzz9
               value 0.
       01 ws-written-rain-checks          pic 9(9)
           value 0.

      * rain checks written, and the sales that redeemed one - an
      * orphan is a redemption whose rain check wasn't outstanding
      * on the master (two sales quoting the same one in a batch)
       01 ws-total-rain-checks            pic 9(9)
           value 0.
       01 ws-rk-redeemed-count            pic 9(5)
           value 0.
       01 ws-rk-orphan-count              pic 9(5)
           value 0.

      * how long a rain check stays good after it's written
       01 ws-rain-check-days              pic 9(3)
           value 30.
       01 ws-rk-expiry-day                 pic 9(8)
           value 0.

       01 ws-rain-check-detail.
           05 filler                      pic x(25)
               value "RAIN CHECKS WRITTEN: ".
           05 ws-rain-check-count-out     pic zzzz9
               value 0.

       01 ws-rk-redeemed-detail.
           05 filler                      pic x(25)
               value "RAIN CHECKS REDEEMED: ".
           05 ws-rk-redeemed-out          pic zzzz9
               value 0.
           05 filler                      pic x(11)
               value "  ORPHANS: ".
           05 ws-rk-orphan-out            pic zzzz9
               value 0.
       01 ws-written-work-orders          pic 9(9)
           value 0.

      * work orders taken in (and how many the warranty registry put
      * under warranty), status updates and pickups posted - an
      * orphan is an update or pickup whose work order wasn't still
      * in the shop on the master
       01 ws-wo-intake-count              pic 9(5)
           value 0.
       01 ws-wo-warranty-count            pic 9(5)
           value 0.
       01 ws-wo-update-count              pic 9(5)
           value 0.
       01 ws-wo-pickup-count              pic 9(5)
           value 0.
       01 ws-wo-orphan-count              pic 9(5)
           value 0.

      * how long after the registry's sale a repair is still under
      * the manufacturer's warranty - the standard one year
       01 ws-warranty-days                pic 9(3)
           value 365.
       01 ws-wo-warranty-end              pic 9(8)
           value 0.
      * Y while the record in hand is a "Y" pickup - one that charges
      * the customer has been turned into a sale by then
       01 ws-wo-pickup-seen               pic x
           value "N".

       01 ws-wo-intake-detail.
           05 filler                      pic x(25)
               value "WORK ORDERS TAKEN IN: ".
           05 ws-wo-intake-out            pic zzzz9
               value 0.
           05 filler                      pic x(12)
               value "  WARRANTY: ".
           05 ws-wo-warranty-out          pic zzzz9
               value 0.

       01 ws-wo-update-detail.
           05 filler                      pic x(25)
               value "WORK ORDER UPDATES: ".
           05 ws-wo-update-out            pic zzzz9
               value 0.

       01 ws-wo-pickup-detail.
           05 filler                      pic x(25)
               value "WORK ORDERS PICKED UP: ".
           05 ws-wo-pickup-out            pic zzzz9
               value 0.
           05 filler                      pic x(11)
               value "  ORPHANS: ".
           05 ws-wo-orphan-out            pic zzzz9
               value 0.

      * service plans sold and returned, and the price deferred net
      * of the refunds - an orphan is a plan return whose contract
      * wasn't live on the master
       01 ws-plan-sold-count              pic 9(5)
           value 0.
       01 ws-plan-return-count            pic 9(5)
           value 0.
       01 ws-plan-orphan-count            pic 9(5)
           value 0.
       01 ws-plan-deferred-net            pic s9(7)v99
           value 0.
      * Y while the record in hand is a service-plan item line, and
      * the plan's term off the SKU master
       01 ws-plan-line                    pic x
           value "N".
       01 ws-plan-term                    pic 9(3)
           value 0.
       01 ws-plan-direction               pic s9
           value 0.
      * working fields for the date the coverage runs out - the sale
      * date moved on by the term, held to the last day of the month
      * it lands in
       01 ws-plan-start-date              pic 9(8)
           value 0.
       01 ws-plan-start-parts redefines ws-plan-start-date.
           05 ws-plan-start-yyyy          pic 9(4).
           05 ws-plan-start-mm            pic 99.
           05 ws-plan-start-dd            pic 99.
       01 ws-plan-end-date                pic 9(8)
           value 0.
       01 ws-plan-end-parts redefines ws-plan-end-date.
           05 ws-plan-end-yyyy            pic 9(4).
           05 ws-plan-end-mm              pic 99.
           05 ws-plan-end-dd              pic 99.
       01 ws-plan-month-count             pic 9(6)
           value 0.
       01 ws-plan-next-month              pic 9(8)
           value 0.
       01 ws-plan-last-date               pic 9(8)
           value 0.

       01 ws-plan-sold-detail.
           05 filler                      pic x(25)
               value "SERVICE PLANS SOLD: ".
           05 ws-plan-sold-out            pic zzzz9
               value 0.
           05 filler                      pic x(12)
               value "  DEFERRED: ".
           05 ws-plan-deferred-out        pic -,---,--9.99
               value 0.

       01 ws-plan-return-detail.
           05 filler                      pic x(25)
               value "SERVICE PLANS RETURNED: ".
           05 ws-plan-return-out          pic zzzz9
               value 0.
           05 filler                      pic x(11)
               value "  ORPHANS: ".
           05 ws-plan-orphan-out          pic zzzz9
               value 0.
       01 ws-total-adjustments            pic 9(9)
           value 0.

       77 ws-adjustment-code          pic x
           value "A".

       77 ws-special-order-code       pic x
           value "Q".

       77 ws-rain-check-code          pic x
           value "K".

       77 ws-work-intake-code         pic x
           value "W".

       77 ws-work-update-code         pic x
           value "U".

       77 ws-work-pickup-code         pic x
           value "Y".

       77 ws-idx                       pic 9
           value 0.

           value "4300".
       77 ws-gl-exchange-account       pic x(4)
           value "4400".
      * the nickel rounding on cash - credited when the rounding took
      * in more than it paid back, debited the other way
       77 ws-gl-rounding-account       pic x(4)
           value "4700".
      * eco fees collected are owed to the stewardship programs, not
      * ours - taken back out of sales and credited to the payable
       77 ws-gl-eco-fee-account        pic x(4)
           value "2400".
      * a service plan's price is owed as coverage over its term -
      * taken back out of sales into deferred revenue, and earned
      * out month by month by ServicePlan
       77 ws-gl-plan-deferred-account  pic x(4)
           value "2500".
      * the control accounts behind the subledgers this step posts -
      * company-level, so their lines carry store "00"
       77 ws-gl-gift-card-account      pic x(4)
           value "2100".
       77 ws-gl-points-account         pic x(4)
           value "2200".
       77 ws-gl-lay-deposit-account    pic x(4)
           value "2300".
       77 ws-gl-company-store          pic xx
           value "00".

      * what the batch's accepted lines moved through each control
      * account - taken from the lines, not from the subledger
      * lookup, so a card or layaway that isn't on file still posts
      * and shows up as a difference in the subledger
      * reconciliation. Points are valued at the redemption rate.
       77 ws-ctl-gc-issued             pic 9(9)v99
           value 0.
       77 ws-ctl-gc-redeemed           pic 9(9)v99
           value 0.
       77 ws-ctl-gc-refunded           pic 9(9)v99
           value 0.
       77 ws-ctl-lay-received          pic 9(9)v99
           value 0.
       77 ws-ctl-lay-released          pic 9(9)v99
           value 0.
       77 ws-ctl-points-value          pic 9(9)v99
           value 0.

      * per-store subtotals - lets us see one store's numbers without
      * pre-filtering the input and rerunning the whole pipeline once
               10 ws-store-exchange-amt pic 9(6)v99 value 0.
               10 ws-store-lay-pay-count pic 9(2) value 0.
               10 ws-store-lay-pay-amt  pic 9(6)v99 value 0.
      * the part of the six above the web store sent in for the
      * store to fulfil - it never came through the store's upload
               10 ws-store-web-count    pic 9(2) value 0.
               10 ws-store-web-amt      pic 9(6)v99 value 0.
      * net tender movement at the store - money in on sales,
      * layaways, payments and exchange differences, money back out
      * on refunds; voids moved nothing
               10 ws-store-cash-amt     pic s9(7)v99 value 0.
               10 ws-store-credit-amt   pic s9(7)v99 value 0.
               10 ws-store-debit-amt    pic s9(7)v99 value 0.
      * nickel rounding on the store's cash invoices - how many cash
      * invoices, what the rounding added and took off, and the net
      * it moved the store's cash by (already inside the cash above)
               10 ws-store-round-count  pic 9(5) value 0.
               10 ws-store-round-up-amt pic 9(5)v99 value 0.
               10 ws-store-round-down-amt pic 9(5)v99 value 0.
               10 ws-store-round-net    pic s9(5)v99 value 0.
      * U.S. cash at the store - the U.S. dollars, and their home
      * value; neither is inside the cash above
               10 ws-store-us-cash-amt  pic s9(7)v99 value 0.
               10 ws-store-us-home-amt  pic s9(7)v99 value 0.
      * eco fees collected on the store's sales and layaways and
      * refunded on its returns - each comes back out of the
      * account it rode into
               10 ws-store-eco-sale-amt pic 9(7)v99 value 0.
               10 ws-store-eco-lay-amt  pic 9(7)v99 value 0.
               10 ws-store-eco-refund-amt pic 9(7)v99 value 0.
      * service-plan prices sold and refunded at the store
               10 ws-store-plan-sale-amt pic 9(7)v99 value 0.
               10 ws-store-plan-refund-amt pic 9(7)v99 value 0.

       01 ws-store-subtotal-heading.
           05 filler                   pic x(9)
           05 ws-sst-return-amt        pic $$$,$$9.99
               value 0.

       01 ws-rounding-heading.
           05 filler                   pic x(36)
               value "CASH ROUNDING BY STORE".

       01 ws-rounding-columns.
           05 filler                   pic x(15)
               value "STORE  CASH INV".
           05 filler                   pic x(12)
               value "  ROUNDED UP".
           05 filler                   pic x(12)
               value "  ROUNDED DN".
           05 filler                   pic x(13)
               value "          NET".

       01 ws-rounding-detail.
           05 filler                   pic x(2)
               value spaces.
           05 ws-rnd-store-num         pic xx
               value spaces.
           05 filler                   pic x(6)
               value spaces.
           05 ws-rnd-count             pic zzzz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 ws-rnd-up-amt            pic zz,zz9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 ws-rnd-down-amt          pic zz,zz9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 ws-rnd-net               pic -zz,zz9.99
               value 0.

       01 ws-eco-fee-heading.
           05 filler                   pic x(36)
               value "ECO FEES".

       01 ws-eco-fee-detail.
           05 filler                   pic x(2)
               value spaces.
           05 ws-eco-label             pic x(12)
               value spaces.
           05 ws-eco-units             pic z,zzz,zz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 ws-eco-amt               pic -z,zzz,zz9.99
               value 0.

       01 ws-eco-no-fee-line.
           05 filler                   pic x(32)
               value "  FEE CATEGORY, NO FEE ON FILE: ".
           05 ws-eco-no-fee            pic zzzz9
               value 0.

       01 ws-us-cash-heading.
           05 filler                   pic x(36)
               value "U.S. CASH BY STORE".

       01 ws-us-cash-columns.
           05 filler                   pic x(10)
               value "STORE".
           05 filler                   pic x(13)
               value " U.S. DOLLARS".
           05 filler                   pic x(14)
               value "  HOME DOLLARS".

       01 ws-us-cash-detail.
           05 filler                   pic x(2)
               value spaces.
           05 ws-usc-store-num         pic xx
               value spaces.
           05 filler                   pic x(6)
               value spaces.
           05 ws-usc-foreign-amt       pic -z,zzz,zz9.99
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 ws-usc-home-amt          pic -z,zzz,zz9.99
               value 0.

       01 ws-us-cash-unconverted.
           05 filler                   pic x(30)
               value "  U.S. TENDERS WITH NO RATE: ".
           05 ws-usc-unconverted       pic zzzz9
               value 0.

      * payment-type breakdown across sales, layaways AND returns -
      * Prog3 only ever had this for sales & layaways
       01 ws-payment-codes-init        pic x(10)
           value "CACRDBGCUS".
       01 ws-payment-codes-init-tbl redefines ws-payment-codes-init.
           05 ws-pmt-init-entry        pic xx occurs 5 times.

       01 ws-payment-table.
           05 ws-pmt-entry occurs 5 times.
               10 ws-pmt-code           pic xx.
               10 ws-pmt-count          pic 9(3) value 0.
               10 ws-pmt-amount         pic 9(6)v99 value 0.
           open output sale-layaways-file returns-file voids-file
               lay-payments-file exchanges-file transfers-file
               on-account-file paid-io-file lay-cancels-file
               adjustments-file special-orders-file rain-checks-file
               work-orders-file report-file.

           perform 03-init-tables.
           perform 03c-load-loyalty-rates.
           perform 93-load-fx-rates.
           open output fx-tender-file.
           perform 95-load-eco-fees.
           perform 04-load-accumulators.
           perform 04a-check-month-closed.
           perform 04b-set-history-target.
           perform 05-open-sales-history.
           perform 05b-open-eco-fee-files.

      * read initial record from input-file
           read input-file at end move "Y" to ws-eof-flag.
           perform 44-write-store-pay-file.
           perform 44b-write-drawer-pay-file.
           perform 43-write-dollar-summary.
           perform 43a-write-prog2-totals.
           perform 45-write-recon-counts.
           perform 48-write-gl-extract.
           if ws-lay-already-posted is not equal to "Y"
               perform 48a-write-gl-control
           end-if.
           close input-file sale-layaways-file returns-file voids-file
               lay-payments-file exchanges-file transfers-file
               on-account-file paid-io-file lay-cancels-file
               adjustments-file special-orders-file rain-checks-file
               work-orders-file
               report-file sales-history-file special-order-file
               rain-check-file work-order-file service-plan-file
               layaway-master-file cust-history-file
               gift-card-file warranty-file fx-tender-file.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.
           if ws-ea-file-open = "Y"
               close eco-fee-accrual-file
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
               + ws-written-transfers + ws-written-on-account
               + ws-written-paid-io + ws-written-lay-cancels
               + ws-written-adjustments
               + ws-written-special-orders
               + ws-written-rain-checks
               + ws-written-work-orders
           move ws-rl-records-read to ws-rl-records-written.
           perform 90-write-run-log.
           goback.
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-adjustments-filename.
           string "../../../data/specorders_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-special-orders-filename.
           string "../../../data/rainchecks_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-rain-checks-filename.
           string "../../../data/workorders_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-work-orders-filename.
           string "../../../data/drawerpay_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-drawer-pay-filename.
           string "../../../data/fxtender_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-fx-tender-filename.
           string "../../../data/storepay_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-dollar-summary-filename.
           string "../../../data/prog2totals_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-prog2-totals-filename.
           string "../../../data/laypost_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-gl-extract-filename.
           string "../../../data/glctl_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-gl-control-filename.

      * loads MTD/YTD totals carried forward from the last run - a new
      * month rolls MTD back to zero and keeps YTD, a new year rolls
               close accumulator-file
           end-if.

      * a micro-batch holds its per-store day records back in its
      * own file for the day's finalize to fold; every other batch
      * appends straight to the permanent history
       04b-set-history-target.
           perform 03e-check-intraday-batch.
           if ws-intraday-batch = "Y"
               move spaces to ws-store-history-filename
               string "../../../data/storehist_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-store-history-filename
           end-if.

      * the history master is opened I-O and created empty on the
      * very first run, same idiom as MasterMaint's masters
       05-open-sales-history.
               close layaway-master-file
               open i-o layaway-master-file
           end-if.
           open i-o special-order-file.
           if ws-so-file-status = "35"
               open output special-order-file
               close special-order-file
               open i-o special-order-file
           end-if.
           open i-o rain-check-file.
           if ws-rk-file-status = "35"
               open output rain-check-file
               close rain-check-file
               open i-o rain-check-file
           end-if.
           open i-o work-order-file.
           if ws-wo-file-status = "35"
               open output work-order-file
               close work-order-file
               open i-o work-order-file
           end-if.
           open i-o service-plan-file.
           if ws-svc-file-status = "35"
               open output service-plan-file
               close service-plan-file
               open i-o service-plan-file
           end-if.
           open i-o cust-history-file.
           if ws-ch-file-status = "35"
               open output cust-history-file
               close lay-post-marker-file
           end-if.

      * the SKU master for the fee categories, and the accrual
      * journal - opened only when this batch hasn't posted yet, so
      * a rerun can't owe the programs twice
       05b-open-eco-fee-files.
           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           if ws-lay-already-posted is not equal to "Y"
               open extend eco-fee-accrual-file
               if ws-ea-file-status is not equal to "00"
                   open output eco-fee-accrual-file
               end-if
               if ws-ea-file-status = "00"
                   move "Y" to ws-ea-file-open
               end-if
           end-if.

      * posts one sale/layaway record into the permanent history -
      * a rerun of the same batch finds its keys already there and
      * rewrites in place instead of failing or duplicating
       32b-post-warranty-exit.
           exit.

      * opens the service-plan contract for a plan's sale line - the
      * serial it carries is the covered unit's, and the warranty
      * registry names that unit's SKU and the invoice it sold on (a
      * unit on the plan's own invoice may not be registered yet, and
      * the plan's invoice stands in). The coverage runs the plan's
      * term in months from the sale. A new plan on a serial whose
      * last contract has expired or been settled replaces it. Behind
      * the rerun marker.
       32c-open-service-plan.
           if ws-lay-already-posted = "Y"
               go to 32c-open-service-plan-exit
           end-if.
           move spaces to service-plan-record.
           move il-serial-number to svc-serial-number.
           move il-store-number to svc-store-number.
           move il-customer-number to svc-customer-number.
           move il-sku-code to svc-plan-sku.
           move il-invoice-number to svc-plan-invoice.
           move il-invoice-number to svc-covered-invoice.
           move il-serial-number to wr-serial-number.
           read warranty-file
               invalid key
                   continue
               not invalid key
                   move wr-sku-code to svc-covered-sku
                   move wr-invoice-number to svc-covered-invoice
           end-read.
           move il-transaction-date to svc-sale-date.
           move ws-plan-term to svc-term-months.
           perform 32d-set-plan-end-date.
           move ws-plan-end-date to svc-end-date.
           move il-unit-price to svc-price.
           move "A" to svc-status.
           move 0 to svc-earned-to-date.
           move 0 to svc-last-earned-period.
           move 0 to svc-cancel-date.
           move spaces to svc-cancel-invoice.
           move 0 to svc-refund-amount.
           write service-plan-record
               invalid key
                   rewrite service-plan-record
               not invalid key
                   continue
           end-write.

       32c-open-service-plan-exit.
           exit.

      * the sale date moved on by the term in months - a sale on the
      * 29th-31st whose end month is shorter runs to that month's
      * last day
       32d-set-plan-end-date.
           move il-transaction-date to ws-plan-start-date.
           compute ws-plan-month-count =
               (ws-plan-start-yyyy * 12) + ws-plan-start-mm - 1
               + ws-plan-term.
           divide ws-plan-month-count by 12
               giving ws-plan-end-yyyy
               remainder ws-plan-end-mm.
           add 1 to ws-plan-end-mm.
           move ws-plan-start-dd to ws-plan-end-dd.
           if ws-plan-start-dd > 28
               if ws-plan-end-mm = 12
                   compute ws-plan-next-month =
                       ((ws-plan-end-yyyy + 1) * 10000) + 101
               else
                   compute ws-plan-next-month =
                       (ws-plan-end-yyyy * 10000)
                       + ((ws-plan-end-mm + 1) * 100) + 1
               end-if
               compute ws-plan-last-date = function date-of-integer(
                   function integer-of-date(ws-plan-next-month) - 1)
               if ws-plan-last-date < ws-plan-end-date
                   move ws-plan-last-date to ws-plan-end-date
               end-if
           end-if.

      * a batch whose accounting period the close job has sealed
      * must not silently change published numbers - it still splits
      * and reports, but every posting below is skipped, loudly
       04a-check-month-closed.
           move "N" to ws-month-closed-flag.
      * a fiscal period seals under its own "FyyPpp" tag, a
      * calendar month under its YYYYMM - the close job builds the
      * same tag, so the two calendars can't collide on the list
           if ws-fiscal-found = "Y"
                   "P" delimited by size
                   ws-fiscal-pp delimited by size
                   into ws-mc-check-period
               move spaces to ws-mc-check-year
               string "F" delimited by size
                   ws-fiscal-yy delimited by size
                   "YE" delimited by size
                   into ws-mc-check-year
           else
               move ws-business-date(1:6) to ws-mc-check-period
               move spaces to ws-mc-check-year
           end-if.
           move "N" to ws-stm-eof-flag.
           open input month-closed-file.
                   if month-closed-record = ws-mc-check-period
                       move "Y" to ws-month-closed-flag
                   end-if
                   if ws-mc-check-year is not equal to spaces
                       and month-closed-record = ws-mc-check-year
                       move "Y" to ws-month-closed-flag
                   end-if
                   read month-closed-file
                       at end move "Y" to ws-stm-eof-flag
                   end-read
           end-if.

       03-init-tables.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               move ws-pmt-init-entry(ws-idx) to ws-pmt-code(ws-idx)
           end-perform.

           perform 30-split-files.
           perform 38-post-gift-card thru 38-post-gift-card-exit.
           perform 38d-post-coupon thru 38d-post-coupon-exit.
           perform 38e-post-so-pickup thru 38e-post-pickup-exit.
           perform 38f-redeem-rain-check
               thru 38f-redeem-rain-check-exit.
           perform 38g-post-work-pickup
               thru 38g-post-work-pickup-exit.
           perform 35-count.
           perform 37-calculate-totals.
           perform 50-calculate-percentage.
       
       20-process-lines.
           move il-transaction-code to ws-transaction-code.
           perform 24-take-work-pickup thru 24-take-work-pickup-exit.
           perform 21-round-cash.
           perform 22-convert-us-cash.
           perform 23-set-eco-fee thru 23-set-eco-fee-exit.
           perform 23b-set-service-plan
               thru 23b-set-service-plan-exit.

      * a "Y" repair pickup that charges the customer is posted as
      * the sale it is - from here on the record is an "S", so the
      * sale split, the sales history, the tender and tax reporting
      * and every sales total downstream carry the repair charge
      * like any other sale. A warranty pickup the vendor pays for
      * charges nothing and stays with the work-order records. The
      * work order itself is closed by 38g-post-work-pickup either
      * way.
       24-take-work-pickup.
           move "N" to ws-wo-pickup-seen.
           if ws-transaction-code is not equal to ws-work-pickup-code
               go to 24-take-work-pickup-exit
           end-if.
           move "Y" to ws-wo-pickup-seen.
           if il-transaction-amount > 0
               move ws-sale-code to il-transaction-code
               move ws-sale-code to ws-transaction-code
           end-if.

       24-take-work-pickup-exit.
           exit.

      * the nickel rounding on a cash invoice, set on the record
      * itself so every split file (and the sales history) carries
      * it - cash taken in or paid back on the header, legacy or "T"
      * line is what the register rounded; nothing else is
       21-round-cash.
           move 0 to il-cash-rounding.
           evaluate ws-transaction-code
               when "S"
               when "L"
               when "P"
               when "X"
               when "M"
               when "I"
               when "Q"
                   move +1 to ws-round-direction
               when "R"
               when "O"
                   move -1 to ws-round-direction
               when other
                   move 0 to ws-round-direction
           end-evaluate.
           if il-payment-type = "CA"
               and il-invoice-line-type is not equal to "D"
               and ws-round-direction is not equal to 0
               and il-transaction-amount is numeric
               move il-transaction-amount to ws-cr-amount
               perform 92-compute-cash-rounding
               move ws-cr-adjustment to il-cash-rounding
           end-if.

      * U.S. cash taken in or paid back - the record carries the home
      * dollars the register rang, so the U.S. dollars are that over
      * the rate posted for the day; each one goes to the batch's
      * fxtender file with both amounts and the rate. With no rate on
      * file (EDITS lets it through when fxrates.dat is missing) the
      * U.S. amount stays zero and the line is counted as unconverted.
      * Uses the direction 21-round-cash just worked out.
       22-convert-us-cash.
           move 0 to ws-fx-foreign-amt.
           if il-payment-type = "US"
               and il-invoice-line-type is not equal to "D"
               and ws-round-direction is not equal to 0
               and il-transaction-amount is numeric
               move "US" to ws-fx-look-currency
               if il-transaction-date is numeric
                   move il-transaction-date to ws-fx-look-date
               else
                   move 0 to ws-fx-look-date
               end-if
               perform 94-find-fx-rate
               if ws-fx-rate-found = "Y"
                   compute ws-fx-foreign-amt rounded =
                       il-transaction-amount / ws-fx-found-rate
               else
                   add 1 to ws-fx-unconverted-count
               end-if
               move il-store-number to fxt-store-number
               move il-register-number to fxt-register-number
               move il-invoice-number to fxt-invoice-number
               move ws-fx-look-date to fxt-transaction-date
               move "US" to fxt-currency-code
               compute fxt-foreign-amount =
                   ws-round-direction * ws-fx-foreign-amt
               move ws-fx-found-rate to fxt-rate
               compute fxt-home-amount =
                   ws-round-direction * il-transaction-amount
               write fx-tender-record
               add 1 to ws-fx-tender-count
           end-if.

      * the eco fee inside an item line (a "D" line or a legacy
      * single-line invoice) of a SKU the master puts in a fee
      * category - its units at the fee in force on the transaction
      * date, collected on a sale or layaway and refunded on a
      * return. Set on the record so the split files carry it, and
      * journaled for the monthly remittance.
       23-set-eco-fee.
           move 0 to il-eco-fee.
           if ws-skm-file-available is not equal to "Y"
               or ws-ef-count = 0
               or il-sku-code = spaces
               or il-invoice-line-type = "H"
               or il-invoice-line-type = "T"
               go to 23-set-eco-fee-exit
           end-if.
           evaluate ws-transaction-code
               when "S"
               when "L"
                   move +1 to ws-eco-direction
               when "R"
                   move -1 to ws-eco-direction
               when other
                   go to 23-set-eco-fee-exit
           end-evaluate.
           if il-quantity is not numeric
               or il-quantity = 0
               go to 23-set-eco-fee-exit
           end-if.
           move il-sku-code to sm-sku-code.
           read sku-master-file
               invalid key
                   go to 23-set-eco-fee-exit
           end-read.
           if sm-eco-fee-category = spaces
               go to 23-set-eco-fee-exit
           end-if.
           move sm-eco-fee-category to ws-ef-look-category.
           if il-transaction-date is numeric
               move il-transaction-date to ws-ef-look-date
           else
               move 0 to ws-ef-look-date
           end-if.
           perform 96-find-eco-fee.
           if ws-ef-fee-found is not equal to "Y"
               add 1 to ws-eco-no-fee-count
               go to 23-set-eco-fee-exit
           end-if.
           compute il-eco-fee = il-quantity * ws-ef-found-fee.

           if ws-eco-direction > 0
               add il-quantity to ws-eco-collected-units
               add il-eco-fee to ws-eco-collected-amt
           else
               add il-quantity to ws-eco-refunded-units
               add il-eco-fee to ws-eco-refunded-amt
           end-if.
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-store-count
               if il-store-number = ws-store-num(ws-idx)
                   evaluate ws-transaction-code
                       when "S"
                           add il-eco-fee
                               to ws-store-eco-sale-amt(ws-idx)
                       when "L"
                           add il-eco-fee
                               to ws-store-eco-lay-amt(ws-idx)
                       when other
                           add il-eco-fee
                               to ws-store-eco-refund-amt(ws-idx)
                   end-evaluate
               end-if
           end-perform.

           if ws-ea-file-open = "Y"
               move ws-ef-found-program to ea-program-code
               move sm-eco-fee-category to ea-fee-category
               move il-store-number to ea-store-number
               move il-sku-code to ea-sku-code
               move il-invoice-number to ea-invoice-number
               if ws-eco-direction > 0
                   move "S" to ea-accrual-type
               else
                   move "R" to ea-accrual-type
               end-if
               compute ea-units = ws-eco-direction * il-quantity
               compute ea-fee-amount = ws-eco-direction * il-eco-fee
               move ws-ef-look-date to ea-sale-date
               move ws-batch-id to ea-batch-id
               write eco-fee-accrual-record
           end-if.

       23-set-eco-fee-exit.
           exit.

      * a sale or return item line of a SKU the master flags as a
      * service plan - its price is deferred on the sale and comes
      * back out of deferred revenue on the refund, so it is netted
      * by store for the GL extract. The contract itself is opened
      * or cancelled when the line is split.
       23b-set-service-plan.
           move "N" to ws-plan-line.
           if ws-skm-file-available is not equal to "Y"
               or il-sku-code = spaces
               or il-serial-number = spaces
               or il-invoice-line-type = "H"
               or il-invoice-line-type = "T"
               go to 23b-set-service-plan-exit
           end-if.
           evaluate ws-transaction-code
               when "S"
                   move +1 to ws-plan-direction
               when "R"
                   move -1 to ws-plan-direction
               when other
                   go to 23b-set-service-plan-exit
           end-evaluate.
           if il-unit-price is not numeric
               go to 23b-set-service-plan-exit
           end-if.
           move il-sku-code to sm-sku-code.
           read sku-master-file
               invalid key
                   go to 23b-set-service-plan-exit
           end-read.
           if sm-service-plan-flag is not equal to "Y"
               go to 23b-set-service-plan-exit
           end-if.
           move "Y" to ws-plan-line.
           move sm-plan-term to ws-plan-term.

           if ws-plan-direction > 0
               add 1 to ws-plan-sold-count
           else
               add 1 to ws-plan-return-count
           end-if.
           compute ws-plan-deferred-net = ws-plan-deferred-net
               + (ws-plan-direction * il-unit-price).
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-store-count
               if il-store-number = ws-store-num(ws-idx)
                   if ws-plan-direction > 0
                       add il-unit-price
                           to ws-store-plan-sale-amt(ws-idx)
                   else
                       add il-unit-price
                           to ws-store-plan-refund-amt(ws-idx)
                   end-if
               end-if
           end-perform.

       23b-set-service-plan-exit.
           exit.

       
       30-split-files.
               write sale-layaways-line from input-line
               add 1 to ws-written-sale-layaways
               perform 32-post-sales-history
               if ws-plan-line = "Y"
                   perform 32c-open-service-plan
                       thru 32c-open-service-plan-exit
               else
                   perform 32b-post-warranty
                       thru 32b-post-warranty-exit
               end-if
               if ws-transaction-code = ws-layaway-code
                   and ws-lay-already-posted is not equal to "Y"
                   perform 33-open-layaway-record
           else if (ws-transaction-code = ws-return-code) then
                write returns-line from input-line
                add 1 to ws-written-returns
                if ws-plan-line = "Y"
                    perform 34g-cancel-service-plan
                        thru 34g-cancel-service-plan-exit
                end-if
                perform 36-post-customer-history
                    thru 36-post-customer-exit
           else if (ws-transaction-code = ws-void-code) then
           else if (ws-transaction-code = ws-adjustment-code) then
                write adjustments-line from input-line
                add 1 to ws-written-adjustments
           else if (ws-transaction-code = ws-special-order-code) then
                write special-orders-line from input-line
                add 1 to ws-written-special-orders
                perform 34c-open-special-order
                    thru 34c-open-special-exit
           else if (ws-transaction-code = ws-rain-check-code) then
                write rain-checks-line from input-line
                add 1 to ws-written-rain-checks
                perform 34d-open-rain-check
                    thru 34d-open-rain-check-exit
           else if (ws-transaction-code = ws-work-intake-code
                or ws-transaction-code = ws-work-update-code
                or ws-transaction-code = ws-work-pickup-code) then
                write work-orders-line from input-line
                add 1 to ws-written-work-orders
                if ws-transaction-code = ws-work-intake-code
                    perform 34e-open-work-order
                        thru 34e-open-work-order-exit
                end-if
                if ws-transaction-code = ws-work-update-code
                    perform 34f-update-work-order
                        thru 34f-update-work-order-exit
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
           if ws-lay-already-posted = "Y"
               go to 34-post-payment-exit
           end-if.
      * every payment taken is a deposit held - the night the
      * layaway is paid off the whole deposit leaves for the sale
           add il-transaction-amount to ws-ctl-lay-received.
           move il-invoice-number to lm-invoice-number.
           read layaway-master-file
               invalid key
                       and lm-status = "O"
                       move "C" to lm-status
                       add 1 to ws-layaways-closed-count
                       add lm-paid-to-date to ws-ctl-lay-released
                   end-if
                   rewrite layaway-master-record
           end-read.
               not invalid key
                   if lm-status = "O"
                       move "X" to lm-status
                       add lm-paid-to-date to ws-ctl-lay-released
                       move il-transaction-date
                           to lm-last-payment-date
                       rewrite layaway-master-record
       34b-post-cancel-exit.
           exit.

      * opens the special-order master record for a "Q" deposit -
      * waiting for its PO line until SpecialOrder cuts one. A rerun
      * of the batch finds the order already there and leaves it be.
       34c-open-special-order.
           add 1 to ws-total-special-orders.
           add il-transaction-amount to ws-special-deposit-amount.
           if ws-lay-already-posted = "Y"
               go to 34c-open-special-exit
           end-if.
           move spaces to special-order-record.
           move il-invoice-number to so-order-number.
           move il-store-number to so-store-number.
           move il-customer-number to so-customer-number.
           move il-sku-code to so-sku-code.
           move il-quantity to so-quantity.
           move il-unit-price to so-unit-price.
           move il-transaction-amount to so-deposit-amount.
           move il-payment-type to so-deposit-tender.
           move "W" to so-status.
           move il-transaction-date to so-order-date.
           move 0 to so-arrived-date.
           move 0 to so-collected-date.
           write special-order-record
               invalid key
                   continue
               not invalid key
                   continue
           end-write.

       34c-open-special-exit.
           exit.

      * opens the rain-check master record for a "K" - good for the
      * rain-check period from the day it's written. A rerun of the
      * batch finds it already there and leaves it be.
       34d-open-rain-check.
           add 1 to ws-total-rain-checks.
           if ws-lay-already-posted = "Y"
               go to 34d-open-rain-check-exit
           end-if.
           move spaces to rain-check-record.
           move il-invoice-number to rk-check-number.
           move il-store-number to rk-store-number.
           move il-customer-number to rk-customer-number.
           move il-sku-code to rk-sku-code.
           move il-promo-code to rk-promo-code.
           move il-quantity to rk-quantity.
           move il-unit-price to rk-unit-price.
           move il-transaction-date to rk-issue-date.
           compute ws-rk-expiry-day =
               function integer-of-date(il-transaction-date)
               + ws-rain-check-days.
           compute rk-expiry-date =
               function date-of-integer(ws-rk-expiry-day).
           move "O" to rk-status.
           move spaces to rk-redeemed-invoice.
           move 0 to rk-redeemed-date.
           write rain-check-record
               invalid key
                   continue
               not invalid key
                   continue
           end-write.

       34d-open-rain-check-exit.
           exit.

      * opens the work-order master record for a "W" intake. The
      * unit's serial is looked up in the warranty registry: a unit
      * we sold, of the same SKU, inside the warranty period from
      * the sale is a warranty repair the vendor pays for; anything
      * else is customer-paid. A rerun of the batch finds the record
      * already there and leaves it be.
       34e-open-work-order.
           add 1 to ws-wo-intake-count.
           move spaces to work-order-record.
           move "C" to wo-warranty-flag.
           move 0 to wo-sale-date.
           move il-serial-number to wr-serial-number.
           read warranty-file
               invalid key
                   continue
               not invalid key
                   if wr-sku-code = il-sku-code
                       and wr-sale-date is numeric
                       and wr-sale-date > 0
                       move wr-invoice-number to wo-sale-invoice
                       move wr-sale-date to wo-sale-date
                       compute ws-wo-warranty-end =
                           function integer-of-date(wr-sale-date)
                           + ws-warranty-days
                       if function integer-of-date(il-transaction-date)
                           <= ws-wo-warranty-end
                           move "W" to wo-warranty-flag
                       end-if
                   end-if
           end-read.
           if wo-warranty-flag = "W"
               add 1 to ws-wo-warranty-count
           end-if.
           if ws-lay-already-posted = "Y"
               go to 34e-open-work-order-exit
           end-if.
           move il-invoice-number to wo-order-number.
           move il-store-number to wo-store-number.
           move il-customer-number to wo-customer-number.
           move il-sku-code to wo-sku-code.
           move il-serial-number to wo-serial-number.
           move il-unit-price to wo-estimate.
           move il-transaction-date to wo-intake-date.
           move "O" to wo-status.
           move il-transaction-date to wo-status-date.
           move 0 to wo-pickup-date.
           move 0 to wo-charge.
           move spaces to wo-claim-batch.
           write work-order-record
               invalid key
                   continue
               not invalid key
                   continue
           end-write.

       34e-open-work-order-exit.
           exit.

      * moves a work order to the status a "U" carries in the
      * return-reason slot, revising the estimate when the update
      * carries one. Behind the rerun marker.
       34f-update-work-order.
           add 1 to ws-wo-update-count.
           if ws-lay-already-posted = "Y"
               go to 34f-update-work-order-exit
           end-if.
           move il-invoice-number to wo-order-number.
           read work-order-file
               invalid key
                   add 1 to ws-wo-orphan-count
               not invalid key
                   if wo-status = "P"
                       add 1 to ws-wo-orphan-count
                   else
                       move il-return-reason-code to wo-status
                       move il-transaction-date to wo-status-date
                       if il-unit-price > 0
                           move il-unit-price to wo-estimate
                       end-if
                       rewrite work-order-record
                   end-if
           end-read.

       34f-update-work-order-exit.
           exit.

      * cancels the live contract a plan return names - EDITS has
      * already held the return to the plan return window. What was
      * refunded is kept on the contract; ServicePlan backs out what
      * it had already earned at the next month end. Behind the
      * rerun marker.
       34g-cancel-service-plan.
           if ws-lay-already-posted = "Y"
               go to 34g-cancel-service-plan-exit
           end-if.
           move il-serial-number to svc-serial-number.
           read service-plan-file
               invalid key
                   add 1 to ws-plan-orphan-count
               not invalid key
                   if svc-status is not equal to "A"
                       or svc-plan-sku is not equal to il-sku-code
                       add 1 to ws-plan-orphan-count
                   else
                       move "C" to svc-status
                       move il-transaction-date to svc-cancel-date
                       move il-invoice-number to svc-cancel-invoice
                       move il-unit-price to svc-refund-amount
                       rewrite service-plan-record
                   end-if
           end-read.

       34g-cancel-service-plan-exit.
           exit.

      * folds one header/legacy record into its customer's running
      * history - a new customer number starts a fresh record. Rides
      * behind the same posted-marker as the layaway master so a
                   function integer(il-transaction-amount)
                       * ws-earn-rate
               subtract ws-points-moved from ch-points-balance
               add ws-points-moved to ws-points-clawed-back
           end-if.
      * an "LP" tender draws the balance down at the redemption rate
           if il-payment-type = "LP"

       38a-post-activation.
           add 1 to ws-gc-activation-count.
           add il-transaction-amount to ws-ctl-gc-issued.
           move il-gift-card-number to gc-card-number.
           read gift-card-file
               invalid key

       38b-post-redemption.
           add 1 to ws-gc-redemption-count.
           if ws-transaction-code = ws-return-code
               add il-transaction-amount to ws-ctl-gc-refunded
           else
               add il-transaction-amount to ws-ctl-gc-redeemed
           end-if.
           move il-gift-card-number to gc-card-number.
           read gift-card-file
               invalid key
                   rewrite gift-card-record
           end-read.

      * an "SO" pickup tender - on a plain sale or one leg of a split
      * - applies the special order's deposit and closes the order as
      * collected; the order number rides in the gift-card slot.
      * Behind the rerun marker; a void's reference copy never posts.
       38e-post-so-pickup.
           if il-invoice-line-type = "D"
               or il-payment-type is not equal to "SO"
               or ws-transaction-code = ws-void-code
               go to 38e-post-pickup-exit
           end-if.
           add 1 to ws-so-pickup-count.
           if ws-lay-already-posted = "Y"
               go to 38e-post-pickup-exit
           end-if.
           move il-gift-card-number to so-order-number.
           read special-order-file
               invalid key
                   add 1 to ws-so-orphan-count
               not invalid key
                   if so-status = "A"
                       move "C" to so-status
                       move il-transaction-date to so-collected-date
                       move il-invoice-number to so-collected-invoice
                       rewrite special-order-record
                   else
                       add 1 to ws-so-orphan-count
                   end-if
           end-read.

       38e-post-pickup-exit.
           exit.

      * a sale or layaway item line quoting a rain check marks it
      * redeemed by that invoice. Behind the rerun marker; a return
      * or void quoting one only refers to it and never posts.
       38f-redeem-rain-check.
           if il-rain-check-number = spaces
               or (ws-transaction-code is not equal to ws-sale-code
                   and ws-transaction-code
                       is not equal to ws-layaway-code)
               go to 38f-redeem-rain-check-exit
           end-if.
           add 1 to ws-rk-redeemed-count.
           if ws-lay-already-posted = "Y"
               go to 38f-redeem-rain-check-exit
           end-if.
           move il-rain-check-number to rk-check-number.
           read rain-check-file
               invalid key
                   add 1 to ws-rk-orphan-count
               not invalid key
                   if rk-status = "O"
                       move "R" to rk-status
                       move il-invoice-number to rk-redeemed-invoice
                       move il-transaction-date to rk-redeemed-date
                       rewrite rain-check-record
                   else
                       add 1 to ws-rk-orphan-count
                   end-if
           end-read.

       38f-redeem-rain-check-exit.
           exit.

      * the "Y" pickup closes its work order - picked up that day,
      * with the value of the work done (units times price: what
      * the customer paid, or what the vendor is claimed for on a
      * warranty repair). Behind the rerun marker.
       38g-post-work-pickup.
           if ws-wo-pickup-seen is not equal to "Y"
               go to 38g-post-work-pickup-exit
           end-if.
           add 1 to ws-wo-pickup-count.
           if ws-lay-already-posted = "Y"
               go to 38g-post-work-pickup-exit
           end-if.
           move il-invoice-number to wo-order-number.
           read work-order-file
               invalid key
                   add 1 to ws-wo-orphan-count
               not invalid key
                   if wo-status = "P"
                       add 1 to ws-wo-orphan-count
                   else
                       move "P" to wo-status
                       move il-transaction-date to wo-status-date
                       move il-transaction-date to wo-pickup-date
                       compute wo-charge =
                           il-quantity * il-unit-price
                       rewrite work-order-record
                   end-if
           end-read.

       38g-post-work-pickup-exit.
           exit.

      * stamps the batch as posted so a rerun leaves the master alone
       35-write-lay-post-marker.
           if ws-lay-already-posted is not equal to "Y"
                       end-if
                   end-if
                   end-if
                   if il-channel-code = "W"
                       and (ws-transaction-code = ws-sale-code
                           or ws-transaction-code = ws-layaway-code
                           or ws-transaction-code = ws-return-code
                           or ws-transaction-code = ws-void-code
                           or ws-transaction-code = ws-exchange-code
                           or ws-transaction-code
                               = ws-lay-payment-code)
                       add 1 to ws-store-web-count(ws-idx)
                       add il-transaction-amount
                           to ws-store-web-amt(ws-idx)
                   end-if
               end-if
           end-perform.

      * net tender movement for the record's store - in for S/L/P/X/Q,
      * back out for R refunds, nothing for V voids; cash also folds
      * into the record's own drawer for the per-till over/short
       39-count-store-tender.
                       when "X"
                       when "M"
                       when "I"
                       when "Q"
                           move +1 to ws-drawer-direction
                           perform 39a-add-tender
                       when "R"
                       when other
                           continue
                   end-evaluate
                   if il-payment-type = "CA"
                       and ws-drawer-direction is not equal to 0
                       perform 39e-fold-store-rounding
                   end-if
               end-if
           end-perform.
           if (il-payment-type = "CA" or il-payment-type = "US")
               and ws-drawer-direction is not equal to 0
               perform 39d-fold-drawer-cash
           end-if.
       39a-add-tender.
           evaluate il-payment-type
               when "CA"
                   add il-transaction-amount il-cash-rounding
                       to ws-store-cash-amt(ws-idx)
               when "CR"
                   add il-transaction-amount
               when "DB"
                   add il-transaction-amount
                       to ws-store-debit-amt(ws-idx)
               when "US"
                   add ws-fx-foreign-amt
                       to ws-store-us-cash-amt(ws-idx)
                   add il-transaction-amount
                       to ws-store-us-home-amt(ws-idx)
               when other
                   continue
           end-evaluate.
       39b-subtract-tender.
           evaluate il-payment-type
               when "CA"
                   subtract il-transaction-amount il-cash-rounding
                       from ws-store-cash-amt(ws-idx)
               when "CR"
                   subtract il-transaction-amount
               when "DB"
                   subtract il-transaction-amount
                       from ws-store-debit-amt(ws-idx)
               when "US"
                   subtract ws-fx-foreign-amt
                       from ws-store-us-cash-amt(ws-idx)
                   subtract il-transaction-amount
                       from ws-store-us-home-amt(ws-idx)
               when other
                   continue
           end-evaluate.

      * home cash and U.S. cash are held apart in the drawer the
      * same as at the bank
       39d-fold-drawer-cash.
           move "N" to ws-dw-found.
           move 0 to ws-dw-hit.
           perform varying ws-dw-idx from 1 by 1
               until ws-dw-idx > ws-dw-count
               if il-store-number = ws-dw-store(ws-dw-idx)
                   and il-register-number
                       = ws-dw-register(ws-dw-idx)
                   move "Y" to ws-dw-found
                   move ws-dw-idx to ws-dw-hit
               end-if
           end-perform.
           if ws-dw-found is not equal to "Y"
               move il-store-number to ws-dw-store(ws-dw-count)
               move il-register-number
                   to ws-dw-register(ws-dw-count)
               move 0 to ws-dw-cash(ws-dw-count)
               move 0 to ws-dw-us-cash(ws-dw-count)
               move ws-dw-count to ws-dw-hit
           end-if.
           if ws-dw-hit > 0
               if il-payment-type = "US"
                   compute ws-dw-us-cash(ws-dw-hit) =
                       ws-dw-us-cash(ws-dw-hit)
                       + (ws-drawer-direction * ws-fx-foreign-amt)
               else
                   compute ws-dw-cash(ws-dw-hit) =
                       ws-dw-cash(ws-dw-hit)
                       + (ws-drawer-direction
                           * (il-transaction-amount
                               + il-cash-rounding))
               end-if
           end-if.

      * the store's rounding summary - the net is signed the way the
      * cash moved: rounding up a sale took in more, rounding up a
      * refund paid out more
       39e-fold-store-rounding.
           add 1 to ws-store-round-count(ws-idx).
           if il-cash-rounding > 0
               add il-cash-rounding to ws-store-round-up-amt(ws-idx)
           else
               subtract il-cash-rounding
                   from ws-store-round-down-amt(ws-idx)
           end-if.
           compute ws-store-round-net(ws-idx) =
               ws-store-round-net(ws-idx)
               + (ws-drawer-direction * il-cash-rounding).

      * accumulate payment-type totals across sales, layaways and
      * returns
       38-count-by-payment-type.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               if il-payment-type = ws-pmt-code(ws-idx)
                   add 1 to ws-pmt-count(ws-idx)
                   add il-transaction-amount to ws-pmt-amount(ws-idx)
           move ws-total-adjustments to ws-adjustment-count-out.
           write report-line from ws-adjustment-total-detail
               after advancing 1 line.
           move ws-total-special-orders to ws-special-count-out.
           move ws-special-deposit-amount to ws-special-deposit-out.
           write report-line from ws-special-order-detail
               after advancing 1 line.
           move ws-so-pickup-count to ws-so-pickup-out.
           move ws-so-orphan-count to ws-so-orphan-out.
           write report-line from ws-so-pickup-detail.
           move ws-total-rain-checks to ws-rain-check-count-out.
           write report-line from ws-rain-check-detail.
           move ws-rk-redeemed-count to ws-rk-redeemed-out.
           move ws-rk-orphan-count to ws-rk-orphan-out.
           write report-line from ws-rk-redeemed-detail.
           move ws-wo-intake-count to ws-wo-intake-out.
           move ws-wo-warranty-count to ws-wo-warranty-out.
           write report-line from ws-wo-intake-detail.
           move ws-wo-update-count to ws-wo-update-out.
           write report-line from ws-wo-update-detail.
           move ws-wo-pickup-count to ws-wo-pickup-out.
           move ws-wo-orphan-count to ws-wo-orphan-out.
           write report-line from ws-wo-pickup-detail.
           move ws-plan-sold-count to ws-plan-sold-out.
           move ws-plan-deferred-net to ws-plan-deferred-out.
           write report-line from ws-plan-sold-detail.
           move ws-plan-return-count to ws-plan-return-out.
           move ws-plan-orphan-count to ws-plan-orphan-out.
           write report-line from ws-plan-return-detail.
           move ws-gc-activation-count to ws-gc-act-out.
           move ws-gc-redemption-count to ws-gc-red-out.
           move ws-gc-orphan-count to ws-gc-orphan-out.
               after advancing 1 line.

           perform 42-output-store-subtotals.
           perform 42a-output-rounding-summary.
           perform 42b-output-us-cash-summary.
           perform 42c-output-eco-fees.
           perform 44-output-payment-breakdown.
           perform 46-output-accumulator-totals.

               write report-line from ws-store-subtotal-detail-3
           end-perform.

      * cash rounding block, one line per configured store - what
      * the registers' nickel rounding moved, so it stops passing for
      * drawer over/short
       42a-output-rounding-summary.
           write report-line from ws-rounding-heading
               after advancing 2 lines.
           write report-line from ws-rounding-columns.
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-store-count
               move ws-store-num(ws-idx) to ws-rnd-store-num
               move ws-store-round-count(ws-idx) to ws-rnd-count
               move ws-store-round-up-amt(ws-idx) to ws-rnd-up-amt
               move ws-store-round-down-amt(ws-idx)
                   to ws-rnd-down-amt
               move ws-store-round-net(ws-idx) to ws-rnd-net
               write report-line from ws-rounding-detail
           end-perform.

      * U.S. cash block, one line per configured store - the U.S.
      * dollars the drawers should hold and what they came to at the
      * posted rates; only printed when the batch had any
       42b-output-us-cash-summary.
           if ws-fx-tender-count > 0
               write report-line from ws-us-cash-heading
                   after advancing 2 lines
               write report-line from ws-us-cash-columns
               perform varying ws-idx from 1 by 1
                   until ws-idx > ws-store-count
                   move ws-store-num(ws-idx) to ws-usc-store-num
                   move ws-store-us-cash-amt(ws-idx)
                       to ws-usc-foreign-amt
                   move ws-store-us-home-amt(ws-idx)
                       to ws-usc-home-amt
                   write report-line from ws-us-cash-detail
               end-perform
               if ws-fx-unconverted-count > 0
                   move ws-fx-unconverted-count
                       to ws-usc-unconverted
                   write report-line from ws-us-cash-unconverted
               end-if
           end-if.

      * eco-fee block - what the batch collected and refunded for
      * the stewardship programs; only printed when there was any
       42c-output-eco-fees.
           if ws-eco-collected-units > 0
               or ws-eco-refunded-units > 0
               or ws-eco-no-fee-count > 0
               write report-line from ws-eco-fee-heading
                   after advancing 2 lines
               move "COLLECTED" to ws-eco-label
               move ws-eco-collected-units to ws-eco-units
               move ws-eco-collected-amt to ws-eco-amt
               write report-line from ws-eco-fee-detail
               move "REFUNDED" to ws-eco-label
               move ws-eco-refunded-units to ws-eco-units
               compute ws-eco-amt = 0 - ws-eco-refunded-amt
               write report-line from ws-eco-fee-detail
               if ws-eco-no-fee-count > 0
                   move ws-eco-no-fee-count to ws-eco-no-fee
                   write report-line from ws-eco-no-fee-line
               end-if
           end-if.

      * payment-type breakdown block - sales, layaways and returns
       44-output-payment-breakdown.
           write report-line from ws-payment-heading
               after advancing 2 lines.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               move ws-pmt-code(ws-idx) to ws-pmt-detail-code
               move ws-pmt-count(ws-idx) to ws-pmt-detail-count
               move ws-pmt-amount(ws-idx) to ws-pmt-detail-amt
           write dollar-summary-record.
           close dollar-summary-file.

      * the store subtotals and payment-type breakdown exactly as
      * 42-output-store-subtotals and the payment block print them
       43a-write-prog2-totals.
           open output prog2-totals-file.
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-store-count
               move spaces to prog2-totals-record
               move "S" to pt-record-type
               move ws-store-num(ws-idx) to pt-key
               move ws-store-sales-count(ws-idx) to pt-count-1
               move ws-store-sales-amt(ws-idx) to pt-amount-1
               move ws-store-layaway-count(ws-idx) to pt-count-2
               move ws-store-layaway-amt(ws-idx) to pt-amount-2
               move ws-store-return-count(ws-idx) to pt-count-3
               move ws-store-return-amt(ws-idx) to pt-amount-3
               write prog2-totals-record
           end-perform.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               move spaces to prog2-totals-record
               move "P" to pt-record-type
               move ws-pmt-code(ws-idx) to pt-key
               move ws-pmt-count(ws-idx) to pt-count-1
               move ws-pmt-amount(ws-idx) to pt-amount-1
               move 0 to pt-count-2
               move 0 to pt-amount-2
               move 0 to pt-count-3
               move 0 to pt-amount-3
               write prog2-totals-record
           end-perform.
           close prog2-totals-file.

      * one line per configured store with its net tender totals, in
      * the fixed layout the deposit-reconciliation step reads
       44-write-store-pay-file.
               move ws-store-cash-amt(ws-idx) to sp-cash-amount
               move ws-store-credit-amt(ws-idx) to sp-credit-amount
               move ws-store-debit-amt(ws-idx) to sp-debit-amount
               move ws-store-us-cash-amt(ws-idx) to sp-us-cash-amount
               move ws-store-us-home-amt(ws-idx) to sp-us-home-amount
               write store-pay-record
           end-perform.
           close store-pay-file.
               move ws-dw-register(ws-dw-idx)
                   to dw-register-number
               move ws-dw-cash(ws-dw-idx) to dw-cash-amount
               move ws-dw-us-cash(ws-dw-idx) to dw-us-cash-amount
               write drawer-pay-record
           end-perform.
           close drawer-pay-file.
           move ws-written-paid-io to rc-paid-io-count.
           move ws-written-lay-cancels to rc-lay-cancel-count.
           move ws-written-adjustments to rc-adjustment-count.
           move ws-written-special-orders to rc-special-order-count.
           move ws-written-rain-checks to rc-rain-check-count.
           move ws-written-work-orders to rc-work-order-count.
           write recon-count-line.
           close recon-count-file.

                       to shd-lay-pay-count
                   move ws-store-lay-pay-amt(ws-idx)
                       to shd-lay-pay-amt
                   move ws-store-web-count(ws-idx)
                       to shd-web-count
                   move ws-store-web-amt(ws-idx)
                       to shd-web-amt
                   write store-history-record
               end-if
           end-perform.
                   move "EXCHANGE DIFF" to gl-description
                   write gl-extract-line
               end-if
               if ws-store-round-net(ws-idx) is not equal to 0
                   move ws-store-num(ws-idx) to gl-store-number
                   move ws-gl-rounding-account to gl-account-code
                   if ws-store-round-net(ws-idx) > 0
                       move "C" to gl-debit-credit
                   else
                       move "D" to gl-debit-credit
                   end-if
                   move ws-store-round-net(ws-idx) to gl-amount
                   move "CASH ROUNDING" to gl-description
                   write gl-extract-line
               end-if
      * the eco fees rode in the sales, layaways and returns above -
      * what was collected comes back out of sales or layaways into
      * the payable, what was refunded comes out of the payable and
      * off returns
               move ws-store-num(ws-idx) to gl-store-number
               if ws-store-eco-sale-amt(ws-idx) > 0
                   move ws-store-eco-sale-amt(ws-idx) to gl-amount
                   move "ECO FEES ON SALES" to gl-description
                   move ws-gl-sales-account to gl-account-code
                   move "D" to gl-debit-credit
                   write gl-extract-line
                   move ws-gl-eco-fee-account to gl-account-code
                   move "C" to gl-debit-credit
                   write gl-extract-line
               end-if
               if ws-store-eco-lay-amt(ws-idx) > 0
                   move ws-store-eco-lay-amt(ws-idx) to gl-amount
                   move "ECO FEES ON LAYAWAYS" to gl-description
                   move ws-gl-layaway-account to gl-account-code
                   move "D" to gl-debit-credit
                   write gl-extract-line
                   move ws-gl-eco-fee-account to gl-account-code
                   move "C" to gl-debit-credit
                   write gl-extract-line
               end-if
               if ws-store-eco-refund-amt(ws-idx) > 0
                   move ws-store-eco-refund-amt(ws-idx) to gl-amount
                   move "ECO FEES REFUNDED" to gl-description
                   move ws-gl-eco-fee-account to gl-account-code
                   move "D" to gl-debit-credit
                   write gl-extract-line
                   move ws-gl-return-account to gl-account-code
                   move "C" to gl-debit-credit
                   write gl-extract-line
               end-if
      * service-plan prices rode in the sales and returns too, but
      * they are earned over the plan's term - a plan sold comes out
      * of sales into deferred revenue, a plan refunded comes out of
      * deferred revenue and off returns. Plans never ride on a
      * layaway.
               if ws-store-plan-sale-amt(ws-idx) > 0
                   move ws-store-plan-sale-amt(ws-idx) to gl-amount
                   move "SVC PLANS DEFERRED" to gl-description
                   move ws-gl-sales-account to gl-account-code
                   move "D" to gl-debit-credit
                   write gl-extract-line
                   move ws-gl-plan-deferred-account to gl-account-code
                   move "C" to gl-debit-credit
                   write gl-extract-line
               end-if
               if ws-store-plan-refund-amt(ws-idx) > 0
                   move ws-store-plan-refund-amt(ws-idx) to gl-amount
                   move "SVC PLANS REFUNDED" to gl-description
                   move ws-gl-plan-deferred-account to gl-account-code
                   move "D" to gl-debit-credit
                   write gl-extract-line
                   move ws-gl-return-account to gl-account-code
                   move "C" to gl-debit-credit
                   write gl-extract-line
               end-if
           end-perform.
           close gl-extract-file.

      * the control-account side of what this batch posted to the
      * subledgers - liabilities, so what the customer is owed more
      * of is a credit and what came off is a debit. Points post at
      * their redemption value.
       48a-write-gl-control.
           open output gl-control-file.
           move ws-gl-company-store to glc-store-number.
           move ws-gl-gift-card-account to glc-account-code.
           if ws-ctl-gc-issued > 0
               move "C" to glc-debit-credit
               move ws-ctl-gc-issued to glc-amount
               move "GIFT CARDS ISSUED" to glc-description
               write gl-control-line
           end-if.
           if ws-ctl-gc-refunded > 0
               move "C" to glc-debit-credit
               move ws-ctl-gc-refunded to glc-amount
               move "GIFT CARD REFUNDS" to glc-description
               write gl-control-line
           end-if.
           if ws-ctl-gc-redeemed > 0
               move "D" to glc-debit-credit
               move ws-ctl-gc-redeemed to glc-amount
               move "GIFT CARDS REDEEMED" to glc-description
               write gl-control-line
           end-if.

           move ws-gl-points-account to glc-account-code.
           if ws-points-earned > 0
               compute ws-ctl-points-value rounded =
                   ws-points-earned / ws-redeem-rate
               move "C" to glc-debit-credit
               move ws-ctl-points-value to glc-amount
               move "POINTS EARNED" to glc-description
               write gl-control-line
           end-if.
           if ws-points-clawed-back > 0
               compute ws-ctl-points-value rounded =
                   ws-points-clawed-back / ws-redeem-rate
               move "D" to glc-debit-credit
               move ws-ctl-points-value to glc-amount
               move "POINTS CLAWED BACK" to glc-description
               write gl-control-line
           end-if.
           if ws-points-redeemed > 0
               compute ws-ctl-points-value rounded =
                   ws-points-redeemed / ws-redeem-rate
               move "D" to glc-debit-credit
               move ws-ctl-points-value to glc-amount
               move "POINTS REDEEMED" to glc-description
               write gl-control-line
           end-if.

           move ws-gl-lay-deposit-account to glc-account-code.
           if ws-ctl-lay-received > 0
               move "C" to glc-debit-credit
               move ws-ctl-lay-received to glc-amount
               move "LAYAWAY DEPOSITS" to glc-description
               write gl-control-line
           end-if.
           if ws-ctl-lay-released > 0
               move "D" to glc-debit-credit
               move ws-ctl-lay-released to glc-amount
               move "LAYAWAYS CLOSED" to glc-description
               write gl-control-line
           end-if.
           close gl-control-file.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/CASHRNDP.cpy".

       copy "../copybooks/FXRATEP.cpy".

       copy "../copybooks/ECOFEEP.cpy".

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/DAYBATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="DATASPLITCOUNT"==.

