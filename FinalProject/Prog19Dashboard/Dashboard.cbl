      * dollars by transaction type, the per-stage record counts with
      * the same PASS/FAIL reconciliation Prog5 computes, and whether
      * any alert fired - so "how did last night go" is one page read
      * in thirty seconds instead of six reports. It closes with the
      * number the owners actually ask for: sales against last year
      * for the day and the period to date, comparable stores beside
      * all stores.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-sc-file-status.

      * the batch's business date as the driver recorded it - the
      * day the year-over-year lines compare
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * fiscal 4-4-5 calendar - where the period to date starts
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * store master - which stores are comparable
           select store-master-file
           assign to "../../../data/storemaster.dat"
           organization is indexed
           access mode is sequential
           record key is stm-store-number
           file status is ws-stm-file-status.

      * the daily per-store history - this year's and last year's
      * sales
           select store-history-file
           assign to "../../../data/storehist.dat"
           organization is line sequential
           file status is ws-shd-file-status.

      * alert files - their mere existence is the signal
           select probe-file
           assign to dynamic ws-probe-filename

       fd datasplit-count-file
           data record is datasplit-count-line
           record contains 117 characters.
       01 datasplit-count-line.
           05 dc-sale-layaway-count    pic 9(9).
           05 dc-return-count          pic 9(9).
           05 dc-paid-io-count         pic 9(9).
           05 dc-lay-cancel-count      pic 9(9).
           05 dc-adjustment-count      pic 9(9).
           05 dc-special-order-count   pic 9(9).
           05 dc-rain-check-count      pic 9(9).
           05 dc-work-order-count      pic 9(9).

       fd stage-count-file
           data record is stage-count-line
           record contains 9 characters.
       01 stage-count-line             pic 9(9).

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

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

       fd probe-file
           data record is probe-line
           record contains 60 characters.
       77 ws-paid-io-count             pic 9(9) value 0.
       77 ws-lay-cancel-count          pic 9(9) value 0.
       77 ws-adjustment-count          pic 9(9) value 0.
       77 ws-special-order-count       pic 9(9) value 0.
       77 ws-rain-check-count          pic 9(9) value 0.
       77 ws-work-order-count          pic 9(9) value 0.
       77 ws-recon-ok-flag             pic x value "N".
       77 ws-edits-alert-exists        pic x value "N".
       77 ws-deposit-alert-exists      pic x value "N".

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

       copy "../copybooks/FISCWS.cpy".

       copy "../copybooks/COMPWS.cpy".

       77 ws-stm-file-status           pic xx
           value spaces.
       77 ws-shd-file-status           pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the stores and whether each is comparable this period
       77 ws-cs-count                  pic 9(3)
           value 0.
       01 ws-comp-store-table.
           05 ws-cs-entry
               occurs 1 to 99 times depending on ws-cs-count.
               10 ws-cs-store          pic xx.
               10 ws-cs-comp           pic x.
       77 ws-cs-idx                    pic 9(3)
           value 0.
       77 ws-cs-comp-count             pic 9(3)
           value 0.
       77 ws-cs-this-comp              pic x
           value "N".

      * the year-over-year windows - the period to date, and the
      * same days 52 weeks back so the weekday mix matches
       77 ws-ptd-start                 pic 9(8)
           value 0.
       77 ws-ly-day                    pic 9(8)
           value 0.
       77 ws-ly-ptd-start              pic 9(8)
           value 0.
       77 ws-day-cur-comp              pic 9(11)v99 value 0.
       77 ws-day-ly-comp               pic 9(11)v99 value 0.
       77 ws-day-cur-all               pic 9(11)v99 value 0.
       77 ws-day-ly-all                pic 9(11)v99 value 0.
       77 ws-ptd-cur-comp              pic 9(11)v99 value 0.
       77 ws-ptd-ly-comp               pic 9(11)v99 value 0.
       77 ws-ptd-cur-all               pic 9(11)v99 value 0.
       77 ws-ptd-ly-all                pic 9(11)v99 value 0.

       01 ws-heading-line.
           05 filler                   pic x(30)
               value "END-OF-DAY OPERATIONS - BATCH ".
           05 rc-verdict               pic x(8)
               value spaces.

       01 ws-yoy-heading.
           05 filler                   pic x(32)
               value "SALES VS LAST YEAR - COMP STORES".
           05 filler                   pic x
               value spaces.
           05 yh-comp-count            pic zz9
               value 0.
           05 filler                   pic x(4)
               value " OF ".
           05 yh-store-count           pic zz9
               value 0.

       01 ws-yoy-columns.
           05 filler                   pic x(18)
               value spaces.
           05 filler                   pic x(14)
               value "   COMP STORES".
           05 filler                   pic x(14)
               value "    ALL STORES".

       01 ws-yoy-line.
           05 yl-label                 pic x(18)
               value spaces.
           05 filler                   pic x(6)
               value spaces.
           05 yl-comp-pct              pic ----9.9
               value 0.
           05 filler                   pic x(7)
               value "%".
           05 yl-all-pct               pic ----9.9
               value 0.
           05 filler                   pic x
               value "%".

       01 ws-alert-line.
           05 al-alert-name            pic x(24)
               value spaces.
           perform 20-report-dollars.
           perform 30-report-stage-counts.
           perform 40-report-alerts.
           perform 50-report-comp-sales.

           close report-file.
      * stamp the end of this step into the run history
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

       10-report-edits-summary.
           open input edits-summary-file.
                               + dc-paid-io-count
                               + dc-lay-cancel-count
                               + dc-adjustment-count
                               + dc-special-order-count
                               + dc-rain-check-count
                               + dc-work-order-count
                       move dc-lay-payment-count
                           to ws-lay-payment-count
                       move dc-transfer-count
                           to ws-lay-cancel-count
                       move dc-adjustment-count
                           to ws-adjustment-count
                       move dc-special-order-count
                           to ws-special-order-count
                       move dc-rain-check-count
                           to ws-rain-check-count
                       move dc-work-order-count
                           to ws-work-order-count
               end-read
               close datasplit-count-file
           end-if.
                   + ws-prog13-count + ws-lay-payment-count
                   + ws-transfer-count + ws-on-account-count
                   + ws-paid-io-count + ws-lay-cancel-count
                   + ws-adjustment-count
                   + ws-special-order-count
                   + ws-rain-check-count
                   + ws-work-order-count)
                   = ws-split-total
               move "PASS" to rc-verdict
           else
               close probe-file
           end-if.

      * the day and the period to date against the same weekdays
      * last year (364 days back), comparable stores beside all
      * stores - a store that opened this year lifts the all-store
      * number without anyone selling more
       50-report-comp-sales.
           perform 03b-load-business-date.
           compute ws-ptd-start =
               function integer(ws-business-date / 100) * 100 + 1.
           perform 03c-resolve-fiscal-period.
           if ws-fiscal-found = "Y"
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-business-date >= ws-fc-start(ws-fc-idx)
                       and ws-business-date <= ws-fc-end(ws-fc-idx)
                       move ws-fc-start(ws-fc-idx) to ws-ptd-start
                   end-if
               end-perform
           end-if.
           compute ws-ly-day = function date-of-integer(
               function integer-of-date(ws-business-date) - 364).
           compute ws-ly-ptd-start = function date-of-integer(
               function integer-of-date(ws-ptd-start) - 364).
           move ws-ptd-start to ws-comp-as-of.

           perform 52-load-comp-stores.
           perform 54-fold-history.

           move ws-cs-comp-count to yh-comp-count.
           move ws-cs-count to yh-store-count.
           write report-line from ws-yoy-heading
               after advancing 2 lines.
           write report-line from ws-yoy-columns
               after advancing 1 line.

           move "DAY:" to yl-label.
           move ws-day-cur-comp to ws-comp-cur.
           move ws-day-ly-comp to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to yl-comp-pct.
           move ws-day-cur-all to ws-comp-cur.
           move ws-day-ly-all to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to yl-all-pct.
           write report-line from ws-yoy-line
               after advancing 1 line.

           move "PERIOD TO DATE:" to yl-label.
           move ws-ptd-cur-comp to ws-comp-cur.
           move ws-ptd-ly-comp to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to yl-comp-pct.
           move ws-ptd-cur-all to ws-comp-cur.
           move ws-ptd-ly-all to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to yl-all-pct.
           write report-line from ws-yoy-line
               after advancing 1 line.

       52-load-comp-stores.
           move "N" to ws-eof-flag.
           open input store-master-file.
           if ws-stm-file-status = "00"
               read store-master-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-cs-count < 99
                       add 1 to ws-cs-count
                       move stm-store-number
                           to ws-cs-store(ws-cs-count)
                       perform 97-check-comp-store
                           thru 97-check-comp-exit
                       move ws-comp-flag to ws-cs-comp(ws-cs-count)
                       if ws-comp-flag = "Y"
                           add 1 to ws-cs-comp-count
                       end-if
                   end-if
                   read store-master-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close store-master-file
           end-if.
           move "N" to ws-eof-flag.

      * a store the master doesn't know isn't comparable - it still
      * counts on the all-store side
       54-fold-history.
           move "N" to ws-eof-flag.
           open input store-history-file.
           if ws-shd-file-status = "00"
               read store-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   move "N" to ws-cs-this-comp
                   perform varying ws-cs-idx from 1 by 1
                       until ws-cs-idx > ws-cs-count
                       if shd-store-number = ws-cs-store(ws-cs-idx)
                           move ws-cs-comp(ws-cs-idx)
                               to ws-cs-this-comp
                       end-if
                   end-perform
                   perform 56-fold-one-day
                   read store-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close store-history-file
           end-if.
           move "N" to ws-eof-flag.

       56-fold-one-day.
           if shd-date = ws-business-date
               add shd-sales-amt to ws-day-cur-all
               if ws-cs-this-comp = "Y"
                   add shd-sales-amt to ws-day-cur-comp
               end-if
           end-if.
           if shd-date = ws-ly-day
               add shd-sales-amt to ws-day-ly-all
               if ws-cs-this-comp = "Y"
                   add shd-sales-amt to ws-day-ly-comp
               end-if
           end-if.
           if shd-date >= ws-ptd-start
               and shd-date <= ws-business-date
               add shd-sales-amt to ws-ptd-cur-all
               if ws-cs-this-comp = "Y"
                   add shd-sales-amt to ws-ptd-cur-comp
               end-if
           end-if.
           if shd-date >= ws-ly-ptd-start
               and shd-date <= ws-ly-day
               add shd-sales-amt to ws-ptd-ly-all
               if ws-cs-this-comp = "Y"
                   add shd-sales-amt to ws-ptd-ly-comp
               end-if
           end-if.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/COMPP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="DASHBOARD"==.

