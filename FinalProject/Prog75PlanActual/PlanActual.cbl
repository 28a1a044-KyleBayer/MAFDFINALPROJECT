       identification division.
       program-id. PlanActual.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-fifth program in our MAFD 4201 Final
      * Project. SalesForecast projects where a store is heading,
      * but finance sets an actual budget per store per fiscal
      * period and used to track it in a spreadsheet off the store
      * statements. The plan is now keyed through MasterMaint into
      * the sales-plan master; this step reads the daily store
      * history against the fiscal calendar and prints each store's
      * period-to-date and quarter-to-date net sales against plan,
      * with the variance in dollars and percent, subtotaled by
      * district the way DistrictRollup subtotals, and a chain
      * total. Run on demand with the batch-id of the period's last
      * batch, the same as MonthClose - any earlier batch-id gives
      * the figures to that day.

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

      * fiscal 4-4-5 calendar - names the period and quarter the
      * batch's day falls in and their date windows; calendar months
      * and quarters when it isn't present
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * store master - the stores and their districts
           select store-master-file
           assign to "../../../data/storemaster.dat"
           organization is indexed
           access mode is sequential
           record key is stm-store-number
           file status is ws-stm-file-status.

      * the daily per-store history - the actuals
           select store-history-file
           assign to "../../../data/storehist.dat"
           organization is line sequential
           file status is ws-shd-file-status.

      * sales plan - finance's net-sales budget per store per period
           select sales-plan-file
           assign to "../../../data/salesplan.dat"
           organization is indexed
           access mode is random
           record key is pln-plan-key
           file status is ws-pln-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd fiscal-cal-file
           data record is fiscal-cal-record
           record contains 22 characters.
       copy "../copybooks/FISCFD.cpy".

       fd store-master-file
           data record is store-master-record.
       copy "../copybooks/STRMAST.cpy".

       fd store-history-file
           data record is store-history-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy".

       fd sales-plan-file
           data record is sales-plan-record.
       copy "../copybooks/SLSPLAN.cpy".

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line                  pic x(132).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

       copy "../copybooks/FISCWS.cpy".

      * run-date/batch-id - names the day the figures run to, the
      * same way MonthClose takes it
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-stm-file-status           pic xx
           value spaces.
       77 ws-shd-file-status           pic xx
           value spaces.
       77 ws-pln-file-status           pic xx
           value spaces.
       77 ws-pln-file-available        pic x
           value "N".
       77 ws-eof-flag                  pic x
           value "N".

      * the period being reported and the quarter it sits in - the
      * plan's four-digit year and period, the first period of the
      * quarter, and the inclusive windows the history is cut by
       77 ws-close-period              pic x(6)
           value spaces.
       77 ws-plan-year                 pic 9(4)
           value 0.
       77 ws-plan-period               pic 99
           value 0.
       77 ws-qtr-first-period          pic 99
           value 0.
       77 ws-qtr-number                pic 9
           value 0.
       77 ws-period-start              pic 9(8)
           value 0.
       77 ws-qtr-start                 pic 9(8)
           value 0.
       77 ws-plan-pp                   pic 99
           value 0.

      * every store with its district, actuals and plan
       77 ws-st-count                  pic 9(3)
           value 0.
       01 ws-store-table.
           05 ws-st-entry
               occurs 1 to 99 times depending on ws-st-count.
               10 ws-st-store          pic xx.
               10 ws-st-name           pic x(20).
               10 ws-st-district       pic xx.
               10 ws-st-ptd-actual     pic s9(9)v99.
               10 ws-st-ptd-plan       pic 9(9)v99.
               10 ws-st-qtd-actual     pic s9(9)v99.
               10 ws-st-qtd-plan       pic 9(9)v99.
       77 ws-st-idx                    pic 9(3)
           value 0.

      * the distinct districts, in first-seen order
       77 ws-di-count                  pic 9(3)
           value 0.
       01 ws-district-table.
           05 ws-di-entry
               occurs 1 to 30 times depending on ws-di-count.
               10 ws-di-district       pic xx.
               10 ws-di-ptd-actual     pic s9(11)v99.
               10 ws-di-ptd-plan       pic 9(11)v99.
               10 ws-di-qtd-actual     pic s9(11)v99.
               10 ws-di-qtd-plan       pic 9(11)v99.
       77 ws-di-idx                    pic 9(3)
           value 0.
       77 ws-di-found                  pic x
           value "N".

       77 ws-chain-ptd-actual          pic s9(11)v99
           value 0.
       77 ws-chain-ptd-plan            pic 9(11)v99
           value 0.
       77 ws-chain-qtd-actual          pic s9(11)v99
           value 0.
       77 ws-chain-qtd-plan            pic 9(11)v99
           value 0.

      * one day's net sales - the same net the store statements
      * print: sales plus layaways plus exchanges less returns
       77 ws-day-net                   pic s9(9)v99
           value 0.
       77 ws-history-read              pic 9(7)
           value 0.
       77 ws-plans-found               pic 9(5)
           value 0.

      * variance working fields - the line being printed passes its
      * actual and plan through here
       77 ws-var-actual                pic s9(11)v99
           value 0.
       77 ws-var-plan                  pic 9(11)v99
           value 0.
       77 ws-var-amount                pic s9(11)v99
           value 0.
       77 ws-var-pct                   pic s9(5)v9
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "SALES PLAN VS ACTUAL - PERIOD ".
           05 rh-period                pic x(6)
               value spaces.
           05 filler                   pic x(10)
               value "  QUARTER ".
           05 rh-quarter               pic 9
               value 0.
           05 filler                   pic x(15)
               value "  THROUGH DAY ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading-1.
           05 filler                   pic x(26)
               value spaces.
           05 filler                   pic x(52)
               value "      ------------ PERIOD-TO-DATE ------------".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(52)
               value "      ----------- QUARTER-TO-DATE ------------".

       01 ws-column-heading-2.
           05 filler                   pic x(26)
               value "  STORE".
           05 filler                   pic x(15)
               value "         ACTUAL".
           05 filler                   pic x(15)
               value "           PLAN".
           05 filler                   pic x(15)
               value "       VARIANCE".
           05 filler                   pic x(7)
               value "  VAR %".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(15)
               value "         ACTUAL".
           05 filler                   pic x(15)
               value "           PLAN".
           05 filler                   pic x(15)
               value "       VARIANCE".
           05 filler                   pic x(7)
               value "  VAR %".

       01 ws-district-heading.
           05 filler                   pic x(10)
               value "DISTRICT ".
           05 dh-district              pic xx
               value spaces.

      * one line of figures - a store, a district subtotal or the
      * chain total, told apart by the label
       01 ws-plan-detail.
           05 pd-label                 pic x(26)
               value spaces.
           05 pd-ptd-actual            pic ----,---,--9.99
               value 0.
           05 pd-ptd-plan              pic zzzz,zzz,zz9.99
               value 0.
           05 pd-ptd-variance          pic ----,---,--9.99
               value 0.
           05 pd-ptd-pct               pic ----9.9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 pd-qtd-actual            pic ----,---,--9.99
               value 0.
           05 pd-qtd-plan              pic zzzz,zzz,zz9.99
               value 0.
           05 pd-qtd-variance          pic ----,---,--9.99
               value 0.
           05 pd-qtd-pct               pic ----9.9
               value 0.

       01 ws-store-label.
           05 filler                   pic x(2)
               value spaces.
           05 sl-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sl-name                  pic x(20)
               value spaces.

       01 ws-district-label.
           05 filler                   pic x(16)
               value "DISTRICT TOTAL  ".
           05 dl-district              pic xx
               value spaces.
           05 filler                   pic x(8)
               value spaces.

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "STORE MASTER NOT AVAILABLE - NO REPORT".

       01 ws-no-plan-line.
           05 filler                   pic x(44)
               value "NO SALES PLAN ON FILE - PLAN SHOWN AS ZERO".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open output report-file.
           move ws-close-period to rh-period.
           move ws-qtr-number to rh-quarter.
           move ws-business-date to rh-date.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           perform 10-load-store-hierarchy.
           if ws-st-count = 0
               write report-line from ws-no-master-line
               close report-file
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 20-fold-history.
           perform 30-load-plans
               thru 30-load-plans-exit.
           if ws-pln-file-available is not equal to "Y"
               write report-line from ws-no-plan-line
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.
           perform 35-roll-up-districts.
           perform 40-print-report.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-history-read to ws-rl-records-read.
           move ws-st-count to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * the day the figures run to comes from the batch-id - same
      * argument, and the same fiscal resolve, as MonthClose. The
      * quarter is three periods: 1-3, 4-6, 7-9 and 10-12 (a
      * thirteenth period rides with the fourth quarter).
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.
           if ws-batch-id(1:8) is numeric
               compute ws-business-date =
                   function numval(ws-batch-id)
           else
               accept ws-business-date from date yyyymmdd
           end-if.
           move ws-business-date(1:6) to ws-close-period.
           move ws-business-date(1:4) to ws-plan-year.
           move ws-business-date(5:2) to ws-plan-period.
           compute ws-period-start =
               function integer(ws-business-date / 100) * 100 + 1.

           perform 03c-resolve-fiscal-period.
           if ws-fiscal-found = "Y"
               move spaces to ws-close-period
               string "F" delimited by size
                   ws-fiscal-yy delimited by size
                   "P" delimited by size
                   ws-fiscal-pp delimited by size
                   into ws-close-period
               move ws-fiscal-pp to ws-plan-period
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-business-date >= ws-fc-start(ws-fc-idx)
                       and ws-business-date <= ws-fc-end(ws-fc-idx)
                       move ws-fc-year(ws-fc-idx) to ws-plan-year
                       move ws-fc-start(ws-fc-idx) to ws-period-start
                   end-if
               end-perform
           end-if.

           if ws-plan-period > 12
               move 4 to ws-qtr-number
           else
               compute ws-qtr-number = (ws-plan-period - 1) / 3 + 1
           end-if.
           compute ws-qtr-first-period = (ws-qtr-number - 1) * 3 + 1.

      * the quarter opens on the first day of its first period -
      * that period's own window on the fiscal calendar, the first
      * of the month otherwise
           if ws-fiscal-found = "Y"
               move ws-period-start to ws-qtr-start
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-fc-year(ws-fc-idx) = ws-plan-year
                       and ws-fc-period(ws-fc-idx)
                           = ws-qtr-first-period
                       move ws-fc-start(ws-fc-idx) to ws-qtr-start
                   end-if
               end-perform
           else
               compute ws-qtr-start = ws-plan-year * 10000
                   + ws-qtr-first-period * 100 + 1
           end-if.

           string "../../../data/PlanActual_" delimited by size
               ws-close-period delimited by size
               ".out" delimited by size
               into ws-report-filename.

       10-load-store-hierarchy.
           move "N" to ws-eof-flag.
           open input store-master-file.
           if ws-stm-file-status = "00"
               read store-master-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-st-count < 99
                       add 1 to ws-st-count
                       move stm-store-number
                           to ws-st-store(ws-st-count)
                       move stm-store-name
                           to ws-st-name(ws-st-count)
                       if stm-district = spaces
                           move "??" to ws-st-district(ws-st-count)
                       else
                           move stm-district
                               to ws-st-district(ws-st-count)
                       end-if
                       move 0 to ws-st-ptd-actual(ws-st-count)
                       move 0 to ws-st-ptd-plan(ws-st-count)
                       move 0 to ws-st-qtd-actual(ws-st-count)
                       move 0 to ws-st-qtd-plan(ws-st-count)
                   end-if
                   read store-master-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close store-master-file
           end-if.
           move "N" to ws-eof-flag.

      * every history day from the quarter's first day through the
      * batch's day counts to the quarter; the ones on or after the
      * period's first day count to the period too
       20-fold-history.
           move "N" to ws-eof-flag.
           open input store-history-file.
           if ws-shd-file-status = "00"
               read store-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   add 1 to ws-history-read
                   if shd-date >= ws-qtr-start
                       and shd-date <= ws-business-date
                       perform 22-fold-one-day
                   end-if
                   read store-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close store-history-file
           end-if.
           move "N" to ws-eof-flag.

       22-fold-one-day.
           compute ws-day-net = shd-sales-amt + shd-layaway-amt
               + shd-exchange-amt - shd-return-amt.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if shd-store-number = ws-st-store(ws-st-idx)
                   add ws-day-net to ws-st-qtd-actual(ws-st-idx)
                   if shd-date >= ws-period-start
                       add ws-day-net to ws-st-ptd-actual(ws-st-idx)
                   end-if
               end-if
           end-perform.

      * the period's plan, and the quarter's plan summed over its
      * periods through this one - a period with no plan keyed
      * counts as zero
       30-load-plans.
           open input sales-plan-file.
           if ws-pln-file-status is not equal to "00"
               go to 30-load-plans-exit
           end-if.
           move "Y" to ws-pln-file-available.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               perform varying ws-plan-pp from ws-qtr-first-period
                   by 1 until ws-plan-pp > ws-plan-period
                   move ws-st-store(ws-st-idx) to pln-store-number
                   move ws-plan-year to pln-fiscal-year
                   move ws-plan-pp to pln-fiscal-period
                   read sales-plan-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-plans-found
                           add pln-plan-sales
                               to ws-st-qtd-plan(ws-st-idx)
                           if ws-plan-pp = ws-plan-period
                               move pln-plan-sales
                                   to ws-st-ptd-plan(ws-st-idx)
                           end-if
                   end-read
               end-perform
           end-perform.
           close sales-plan-file.

       30-load-plans-exit.
           exit.

       35-roll-up-districts.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               move "N" to ws-di-found
               perform varying ws-di-idx from 1 by 1
                   until ws-di-idx > ws-di-count
                   if ws-st-district(ws-st-idx)
                       = ws-di-district(ws-di-idx)
                       move "Y" to ws-di-found
                       add ws-st-ptd-actual(ws-st-idx)
                           to ws-di-ptd-actual(ws-di-idx)
                       add ws-st-ptd-plan(ws-st-idx)
                           to ws-di-ptd-plan(ws-di-idx)
                       add ws-st-qtd-actual(ws-st-idx)
                           to ws-di-qtd-actual(ws-di-idx)
                       add ws-st-qtd-plan(ws-st-idx)
                           to ws-di-qtd-plan(ws-di-idx)
                   end-if
               end-perform
               if ws-di-found is not equal to "Y"
                   and ws-di-count < 30
                   add 1 to ws-di-count
                   move ws-st-district(ws-st-idx)
                       to ws-di-district(ws-di-count)
                   move ws-st-ptd-actual(ws-st-idx)
                       to ws-di-ptd-actual(ws-di-count)
                   move ws-st-ptd-plan(ws-st-idx)
                       to ws-di-ptd-plan(ws-di-count)
                   move ws-st-qtd-actual(ws-st-idx)
                       to ws-di-qtd-actual(ws-di-count)
                   move ws-st-qtd-plan(ws-st-idx)
                       to ws-di-qtd-plan(ws-di-count)
               end-if
               add ws-st-ptd-actual(ws-st-idx) to ws-chain-ptd-actual
               add ws-st-ptd-plan(ws-st-idx) to ws-chain-ptd-plan
               add ws-st-qtd-actual(ws-st-idx) to ws-chain-qtd-actual
               add ws-st-qtd-plan(ws-st-idx) to ws-chain-qtd-plan
           end-perform.

      * each district's stores and its subtotal, then the chain line
       40-print-report.
           write report-line from ws-column-heading-1
               after advancing 1 line.
           write report-line from ws-column-heading-2
               after advancing 1 line.
           perform varying ws-di-idx from 1 by 1
               until ws-di-idx > ws-di-count
               move ws-di-district(ws-di-idx) to dh-district
               write report-line from ws-district-heading
                   after advancing 2 lines
               perform varying ws-st-idx from 1 by 1
                   until ws-st-idx > ws-st-count
                   if ws-st-district(ws-st-idx)
                       = ws-di-district(ws-di-idx)
                       move ws-st-store(ws-st-idx) to sl-store
                       move ws-st-name(ws-st-idx) to sl-name
                       move ws-store-label to pd-label
                       move ws-st-ptd-actual(ws-st-idx)
                           to ws-var-actual
                       move ws-st-ptd-plan(ws-st-idx) to ws-var-plan
                       perform 45-set-period-columns
                       move ws-st-qtd-actual(ws-st-idx)
                           to ws-var-actual
                       move ws-st-qtd-plan(ws-st-idx) to ws-var-plan
                       perform 46-set-quarter-columns
                       write report-line from ws-plan-detail
                           after advancing 1 line
                   end-if
               end-perform
               move ws-di-district(ws-di-idx) to dl-district
               move ws-district-label to pd-label
               move ws-di-ptd-actual(ws-di-idx) to ws-var-actual
               move ws-di-ptd-plan(ws-di-idx) to ws-var-plan
               perform 45-set-period-columns
               move ws-di-qtd-actual(ws-di-idx) to ws-var-actual
               move ws-di-qtd-plan(ws-di-idx) to ws-var-plan
               perform 46-set-quarter-columns
               write report-line from ws-plan-detail
                   after advancing 1 line
           end-perform.

           move "CHAIN TOTAL" to pd-label.
           move ws-chain-ptd-actual to ws-var-actual.
           move ws-chain-ptd-plan to ws-var-plan.
           perform 45-set-period-columns.
           move ws-chain-qtd-actual to ws-var-actual.
           move ws-chain-qtd-plan to ws-var-plan.
           perform 46-set-quarter-columns.
           write report-line from ws-plan-detail
               after advancing 2 lines.

       45-set-period-columns.
           perform 48-compute-variance.
           move ws-var-actual to pd-ptd-actual.
           move ws-var-plan to pd-ptd-plan.
           move ws-var-amount to pd-ptd-variance.
           move ws-var-pct to pd-ptd-pct.

       46-set-quarter-columns.
           perform 48-compute-variance.
           move ws-var-actual to pd-qtd-actual.
           move ws-var-plan to pd-qtd-plan.
           move ws-var-amount to pd-qtd-variance.
           move ws-var-pct to pd-qtd-pct.

      * variance is actual less plan, so a shortfall prints negative;
      * the percent is of plan, zero when there's no plan to be a
      * percent of
       48-compute-variance.
           compute ws-var-amount = ws-var-actual - ws-var-plan.
           move 0 to ws-var-pct.
           if ws-var-plan > 0
               compute ws-var-pct rounded =
                   ws-var-amount * 100 / ws-var-plan
                   on size error
                       move 0 to ws-var-pct
               end-compute
           end-if.

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="PLANACTUAL"==.

       end program PlanActual.
