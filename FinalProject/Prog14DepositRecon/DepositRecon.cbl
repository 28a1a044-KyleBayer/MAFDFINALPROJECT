      * store, and reports over/short by store - with a loud alert
      * when the variance passes the configured threshold, so cash
      * shrinkage surfaces the next morning instead of weeks later
      * when accounting does this by hand. U.S. cash taken at the
      * border stores is declared, computed and banked as its own
      * currency and reconciled apart from the home cash; what the
      * bank actually credited for it in home dollars is set against
      * our posted rate as the exchange gain or loss.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-pd-file-status.

      * the posted exchange rates - see the FXRATE copybook
           select fx-rate-file
           assign to "../../../data/fxrates.dat"
           organization is line sequential
           file status is ws-fx-file-status.

      * configurable banking grace period in days
           select grace-days-file
           assign to "../../../data/bankgrace.dat"

       fd deposit-file
           data record is deposit-record
           record contains 23 characters.
       01 deposit-record.
           05 dp-store-number          pic xx.
      * YYYYMMDD of the banking day being declared
      * the drawer this count belongs to - spaces means the old
      * whole-store deposit slip, reconciled at store level as ever
           05 dp-register-number       pic xx.
      * the currency counted - spaces for home dollars, "US" for the
      * U.S. cash, which is declared in U.S. dollars
           05 dp-currency-code         pic xx.

       fd store-pay-file
           data record is store-pay-record
           record contains 52 characters.
       01 store-pay-record.
           05 sp-store-number          pic xx.
           05 sp-cash-amount           pic s9(7)v99
               sign is leading separate.
           05 sp-debit-amount          pic s9(7)v99
               sign is leading separate.
           05 sp-us-cash-amount        pic s9(7)v99
               sign is leading separate.
           05 sp-us-home-amount        pic s9(7)v99
               sign is leading separate.

       fd drawer-pay-file
           data record is drawer-pay-record
           record contains 24 characters.
       01 drawer-pay-record.
           05 dw-store-number          pic xx.
           05 dw-register-number       pic xx.
           05 dw-cash-amount           pic s9(7)v99
               sign is leading separate.
           05 dw-us-cash-amount        pic s9(7)v99
               sign is leading separate.

       fd threshold-file
           data record is threshold-record

       fd bank-file
           data record is bank-record
           record contains 31 characters.
       01 bank-record.
           05 bk-store-number          pic xx.
      * YYYYMMDD the bank credited (or recounted) the deposit
           05 bk-amount                pic 9(7)v99.
      * D = deposit credited, A = bank adjustment (recount)
           05 bk-record-type           pic x.
      * spaces for a home-dollar deposit; "US" when the bank took in
      * U.S. cash - bk-amount is then the U.S. dollars, and
      * bk-home-amount what the bank credited the account for them
           05 bk-currency-code         pic xx.
           05 bk-home-amount           pic 9(7)v99.

       fd pending-deposit-file
           data record is pending-deposit-record
           record contains 21 characters.
       01 pending-deposit-record.
           05 pd2-store-number         pic xx.
      * YYYYMMDD the store declared it
           05 pd2-declared-date        pic 9(8).
           05 pd2-amount               pic 9(7)v99.
      * spaces for home dollars, "US" for U.S. cash
           05 pd2-currency-code        pic xx.

       fd fx-rate-file
           data record is fx-rate-record
           record contains 19 characters.
       copy "../copybooks/FXRATE.cpy".

       fd grace-days-file
           data record is grace-days-record

       copy "../copybooks/ALERTWS.cpy".

       copy "../copybooks/FXRATEWS.cpy".

       77 ws-deposit-filename          pic x(44)
           value spaces.
       77 ws-store-pay-filename        pic x(44)
               10 ws-pq-store          pic xx.
               10 ws-pq-date           pic 9(8).
               10 ws-pq-amount         pic 9(7)v99.
               10 ws-pq-currency       pic xx.
               10 ws-pq-banked         pic x.
       77 ws-pq-idx                    pic 9(4)
           value 0.
               10 ws-sct-store-number  pic xx.
               10 ws-sct-cash-amount   pic s9(7)v99.
               10 ws-sct-deposit-seen  pic x.
      * the store's U.S. cash in U.S. dollars, reconciled on its own
               10 ws-sct-us-cash       pic s9(7)v99.
               10 ws-sct-us-seen       pic x.
       77 ws-sct-idx                   pic 9(3)
           value 0.
       77 ws-store-found               pic x
               10 ws-dwt-store         pic xx.
               10 ws-dwt-register      pic xx.
               10 ws-dwt-cash          pic s9(7)v99.
               10 ws-dwt-us-cash       pic s9(7)v99.
       77 ws-dw-idx                    pic 9(3)
           value 0.
       77 ws-drawer-found              pic x
       77 ws-alert-opened              pic x
           value "N".

      * exchange gain/loss on the U.S. cash the bank credited - what
      * the U.S. dollars were worth at our posted rate for the day
      * they were declared, against the home dollars the bank gave
       77 ws-xg-count                  pic 9(3)
           value 0.
       01 ws-xg-table.
           05 ws-xg-entry
               occurs 1 to 500 times depending on ws-xg-count.
               10 ws-xg-store          pic xx.
               10 ws-xg-date           pic 9(8).
               10 ws-xg-us-amount      pic 9(7)v99.
               10 ws-xg-our-rate       pic 9(3)v9(6).
               10 ws-xg-bank-rate      pic 9(3)v9(6).
               10 ws-xg-gain           pic s9(7)v99.
       77 ws-xg-idx                    pic 9(3)
           value 0.
       77 ws-xg-rate-date              pic 9(8)
           value 0.
       77 ws-xg-our-home               pic 9(7)v99
           value 0.
       77 ws-xg-total-gain             pic s9(7)v99
           value 0.
       77 ws-xg-no-rate-count          pic 9(3)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "CASH DEPOSIT RECONCILIATION   ".
       01 ws-header.
           05 filler                   pic x(6)
               value "STORE ".
           05 filler                   pic x(5)
               value "  CUR".
           05 filler                   pic x(10)
               value "  DECLARED".
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 dl-currency-code         pic xx
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 dl-declared              pic $$,$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
           05 filler                   pic x(34)
               value "NO DEPOSIT DECLARED FOR THIS STORE".

       01 ws-missing-us-deposit-line.
           05 filler                   pic x(2)
               value spaces.
           05 mu-store-number          pic xx
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(40)
               value "NO U.S. CASH DEPOSIT DECLARED FOR STORE".

       01 ws-alert-detail.
           05 filler                   pic x(22)
               value "DEPOSIT VARIANCE ALERT".
               value spaces.
           05 av-variance              pic --,---,--9.99
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 av-currency-code         pic xx
               value spaces.

       01 ws-alert-total-detail.
           05 filler                   pic x(24)
               value "  DECL: ".
           05 nb-date                  pic 9(8)
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 nb-currency-code         pic xx
               value spaces.

       01 ws-unmatched-credit-detail.
           05 filler                   pic x(2)
               value "  BANK CREDIT, NO DECLARE ".
           05 uc-amount                pic $$,$$$,$$9.99
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 uc-currency-code         pic xx
               value spaces.

      * a bank recount is its own kind of variance - it is NOT
      * register over/short and mixing the two is how real shrink
               value spaces.
           05 bav-amount               pic --,---,--9.99
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 bav-currency-code        pic xx
               value spaces.

       01 ws-xg-heading.
           05 filler                   pic x(40)
               value "EXCHANGE GAIN/LOSS ON U.S. CASH BANKED".

       01 ws-xg-columns.
           05 filler                   pic x(14)
               value "STORE  DECL DT".
           05 filler                   pic x(14)
               value "  U.S. DOLLARS".
           05 filler                   pic x(12)
               value "    OUR RATE".
           05 filler                   pic x(12)
               value "   BANK RATE".
           05 filler                   pic x(15)
               value "      GAIN/LOSS".

       01 ws-xg-detail.
           05 filler                   pic x(2)
               value spaces.
           05 xd-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 xd-date                  pic 9(8)
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 xd-us-amount             pic z,zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 xd-our-rate              pic zz9.999999
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 xd-bank-rate             pic zz9.999999
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 xd-gain                  pic --,---,--9.99
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 xd-flag                  pic x(7)
               value spaces.

       01 ws-xg-total-line.
           05 filler                   pic x(26)
               value "NET EXCHANGE GAIN/LOSS: ".
           05 xt-total                 pic --,---,--9.99
               value 0.
           05 filler                   pic x(12)
               value "   NO RATE: ".
           05 xt-no-rate               pic zz9
               value 0.

       procedure division.

           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 02-load-threshold.
           perform 93-load-fx-rates.

           open output report-file.
           move ws-batch-id to rh-batch-id.
                   move pd2-declared-date
                       to ws-pq-date(ws-pq-count)
                   move pd2-amount to ws-pq-amount(ws-pq-count)
                   move pd2-currency-code
                       to ws-pq-currency(ws-pq-count)
                   move "N" to ws-pq-banked(ws-pq-count)
                   read pending-deposit-file
                       at end move "Y" to ws-eof-flag
                   move dp-deposit-date to ws-pq-date(ws-pq-count)
                   move dp-declared-cash
                       to ws-pq-amount(ws-pq-count)
                   move dp-currency-code
                       to ws-pq-currency(ws-pq-count)
                   move "N" to ws-pq-banked(ws-pq-count)
               end-if
           end-if.
                   move sp-cash-amount
                       to ws-sct-cash-amount(ws-store-count)
                   move "N" to ws-sct-deposit-seen(ws-store-count)
                   move sp-us-cash-amount
                       to ws-sct-us-cash(ws-store-count)
                   move "N" to ws-sct-us-seen(ws-store-count)
                   read store-pay-file
                       at end move "Y" to ws-eof-flag
               end-perform
                           to ws-dwt-register(ws-dw-count)
                       move dw-cash-amount
                           to ws-dwt-cash(ws-dw-count)
                       move dw-us-cash-amount
                           to ws-dwt-us-cash(ws-dw-count)
                   end-if
                   read drawer-pay-file
                       at end move "Y" to ws-eof-flag
           perform 24-queue-declared-deposit.
           read deposit-file at end move "Y" to ws-eof-flag.

      * a "US" slip is U.S. dollars and checks against the store's
      * U.S. cash only, never the home cash
       21-reconcile-store-slip.
           move spaces to dl-register-number.
           move "N" to ws-store-found.
               until ws-sct-idx > ws-store-count
               if dp-store-number = ws-sct-store-number(ws-sct-idx)
                   move "Y" to ws-store-found
                   if dp-currency-code = "US"
                       move "Y" to ws-sct-us-seen(ws-sct-idx)
                       compute ws-variance = dp-declared-cash
                           - ws-sct-us-cash(ws-sct-idx)
                       move ws-sct-us-cash(ws-sct-idx) to dl-computed
                   else
                       move "Y" to ws-sct-deposit-seen(ws-sct-idx)
                       compute ws-variance = dp-declared-cash
                           - ws-sct-cash-amount(ws-sct-idx)
                       move ws-sct-cash-amount(ws-sct-idx)
                           to dl-computed
                   end-if
               end-if
           end-perform.

           end-if.

           move dp-store-number to dl-store-number.
           move dp-currency-code to dl-currency-code.
           move dp-declared-cash to dl-declared.
           move ws-variance to dl-variance.

                   and dp-register-number
                       = ws-dwt-register(ws-dw-idx)
                   move "Y" to ws-drawer-found
                   if dp-currency-code = "US"
                       compute ws-variance = dp-declared-cash
                           - ws-dwt-us-cash(ws-dw-idx)
                       move ws-dwt-us-cash(ws-dw-idx) to dl-computed
                   else
                       compute ws-variance = dp-declared-cash
                           - ws-dwt-cash(ws-dw-idx)
                       move ws-dwt-cash(ws-dw-idx) to dl-computed
                   end-if
               end-if
           end-perform.

           perform varying ws-sct-idx from 1 by 1
               until ws-sct-idx > ws-store-count
               if dp-store-number = ws-sct-store-number(ws-sct-idx)
                   if dp-currency-code = "US"
                       move "Y" to ws-sct-us-seen(ws-sct-idx)
                   else
                       move "Y" to ws-sct-deposit-seen(ws-sct-idx)
                   end-if
               end-if
           end-perform.

           move dp-store-number to dl-store-number.
           move dp-register-number to dl-register-number.
           move dp-currency-code to dl-currency-code.
           move dp-declared-cash to dl-declared.
           move ws-variance to dl-variance.

           end-if.
           move dp-store-number to av-store-number.
           move ws-variance to av-variance.
           move dp-currency-code to av-currency-code.
           write alert-line from ws-alert-detail.
           display ws-alert-detail upon console.
           move "C" to ws-ca-severity.
                   compute ws-variance = 0 -
                       ws-sct-cash-amount(ws-sct-idx)
                   move ws-variance to av-variance
                   move spaces to av-currency-code
                   perform 31-raise-missing-alert
               end-if
      * U.S. cash taken in with no U.S. deposit declared for it
               if ws-sct-us-seen(ws-sct-idx) is not equal to "Y"
                   and ws-sct-us-cash(ws-sct-idx)
                       is not equal to 0
                   move ws-sct-store-number(ws-sct-idx)
                       to mu-store-number
                   write report-line from ws-missing-us-deposit-line
                       after advancing 1 line
                   move ws-sct-store-number(ws-sct-idx)
                       to av-store-number
                   compute ws-variance = 0 -
                       ws-sct-us-cash(ws-sct-idx)
                   move ws-variance to av-variance
                   move "US" to av-currency-code
                   perform 31-raise-missing-alert
               end-if
           end-perform.
           write report-line from ws-bank-totals-line
               after advancing 1 line.

           perform 48-report-exchange-gain-loss.

       40-bank-match-exit.
           exit.

      * a credit only clears a deposit declared in its own currency
       42-match-bank-credit.
           move "N" to ws-pq-found.
           move bk-credit-date to ws-xg-rate-date.
           perform varying ws-pq-idx from 1 by 1
               until ws-pq-idx > ws-pq-count
               if bk-store-number = ws-pq-store(ws-pq-idx)
                   and bk-amount = ws-pq-amount(ws-pq-idx)
                   and bk-currency-code = ws-pq-currency(ws-pq-idx)
                   and ws-pq-banked(ws-pq-idx)
                       is not equal to "Y"
                   move "Y" to ws-pq-found
                   move "Y" to ws-pq-banked(ws-pq-idx)
                   move ws-pq-date(ws-pq-idx) to ws-xg-rate-date
                   add 1 to ws-banked-count
                   exit perform
               end-if
               add 1 to ws-unmatched-credit-count
               move bk-store-number to uc-store
               move bk-amount to uc-amount
               move bk-currency-code to uc-currency-code
               write report-line from ws-unmatched-credit-detail
                   after advancing 1 line
           end-if.
           if bk-currency-code = "US"
               perform 43-note-exchange-gain-loss
           end-if.

      * U.S. cash the bank credited: valued at our posted rate for
      * the day it was declared (the credit date when it matched no
      * declared deposit), against the home dollars the bank gave
       43-note-exchange-gain-loss.
           if bk-amount is not numeric
               or bk-amount = 0
               or bk-home-amount is not numeric
               continue
           else
               if ws-xg-count >= 500
                   display "DEPOSITRECON: EXCHANGE GAIN/LOSS TABLE "
                       "FULL - RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-xg-count
               move bk-store-number to ws-xg-store(ws-xg-count)
               move ws-xg-rate-date to ws-xg-date(ws-xg-count)
               move bk-amount to ws-xg-us-amount(ws-xg-count)
               compute ws-xg-bank-rate(ws-xg-count) rounded =
                   bk-home-amount / bk-amount
               move "US" to ws-fx-look-currency
               move ws-xg-rate-date to ws-fx-look-date
               perform 94-find-fx-rate
               move ws-fx-found-rate to ws-xg-our-rate(ws-xg-count)
               if ws-fx-rate-found = "Y"
                   compute ws-xg-our-home rounded =
                       bk-amount * ws-fx-found-rate
                   compute ws-xg-gain(ws-xg-count) =
                       bk-home-amount - ws-xg-our-home
                   add ws-xg-gain(ws-xg-count) to ws-xg-total-gain
               else
                   move 0 to ws-xg-gain(ws-xg-count)
                   add 1 to ws-xg-no-rate-count
               end-if
           end-if.

       44-age-pending-deposits.
           perform varying ws-pq-idx from 1 by 1
                       move ws-pq-store(ws-pq-idx) to nb-store
                       move ws-pq-amount(ws-pq-idx) to nb-amount
                       move ws-pq-date(ws-pq-idx) to nb-date
                       move ws-pq-currency(ws-pq-idx)
                           to nb-currency-code
                       write report-line
                           from ws-never-banked-detail
                           after advancing 1 line
                       move ws-pq-store(ws-pq-idx) to bav-store
                       move ws-pq-amount(ws-pq-idx) to bav-amount
                       move ws-pq-currency(ws-pq-idx)
                           to bav-currency-code
                       display ws-bank-alert-detail upon console
                       add 1 to ws-alert-count
                       if ws-alert-opened is not equal to "Y"
               end-if
           end-perform.

      * the exchange gain/loss block - one line per U.S. credit and
      * the net; printed only when the bank took in any U.S. cash
       48-report-exchange-gain-loss.
           if ws-xg-count > 0
               write report-line from ws-xg-heading
                   after advancing 2 lines
               write report-line from ws-xg-columns
               perform varying ws-xg-idx from 1 by 1
                   until ws-xg-idx > ws-xg-count
                   move ws-xg-store(ws-xg-idx) to xd-store
                   move ws-xg-date(ws-xg-idx) to xd-date
                   move ws-xg-us-amount(ws-xg-idx) to xd-us-amount
                   move ws-xg-our-rate(ws-xg-idx) to xd-our-rate
                   move ws-xg-bank-rate(ws-xg-idx) to xd-bank-rate
                   move ws-xg-gain(ws-xg-idx) to xd-gain
                   if ws-xg-our-rate(ws-xg-idx) = 0
                       move "NO RATE" to xd-flag
                   else
                       move spaces to xd-flag
                   end-if
                   write report-line from ws-xg-detail
               end-perform
               move ws-xg-total-gain to xt-total
               move ws-xg-no-rate-count to xt-no-rate
               write report-line from ws-xg-total-line
                   after advancing 1 line
           end-if.

      * banked deposits come off the carried file; everything else
      * (inside or past grace) waits for tomorrow's transmission
       46-rewrite-pending-deposits.
                   move ws-pq-date(ws-pq-idx)
                       to pd2-declared-date
                   move ws-pq-amount(ws-pq-idx) to pd2-amount
                   move ws-pq-currency(ws-pq-idx)
                       to pd2-currency-code
                   write pending-deposit-record
               end-if
           end-perform.
       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="DEPOSITRECON"==.

       copy "../copybooks/FXRATEP.cpy".

       end program DepositRecon.
