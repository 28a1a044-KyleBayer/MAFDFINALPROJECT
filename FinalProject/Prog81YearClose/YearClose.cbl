       identification division.
       program-id. YearClose.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-first program in our MAFD 4201 Final
      * Project. It is the fiscal year-end close. MonthClose seals
      * each period, but until now nothing closed the year - the YTD
      * buckets in the accumulators simply rolled over whenever the
      * first batch dated in a new year happened to post. This close
      * is driven by the fiscal calendar and the sealed-period list:
      * it refuses until every period of the named fiscal year has
      * been closed, then prints an annual statement per store with
      * district and chain totals from the daily store history,
      * writes the year's permanent summary record to the year
      * history from the closed months, resets the YTD buckets of
      * every accumulator still carrying the year in one controlled
      * step, and seals the year under its "FyyYE" tag so a
      * backdated batch can't post into it. Closing a year is a
      * close, so it takes the close permission off the operator
      * master. Run on demand as
      *     YearClose <fiscal-year YYYY> <operator-id>

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

      * operator master - who may close a year; while the master
      * doesn't exist the run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * fiscal 4-4-5 calendar - names the year's periods and its
      * date window; see the FISCP copybook
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * the sealed-period list MonthClose keeps and DataSplitCount
      * honors - checked for every period, and the year seal is
      * appended to it
           select month-closed-file
           assign to "../../../data/monthclosed.dat"
           organization is line sequential
           file status is ws-mc-file-status.

      * daily per-store history - the annual statements are summed
      * from it over the fiscal year's window
           select store-history-file
           assign to "../../../data/storehist.dat"
           organization is line sequential
           file status is ws-shd-file-status.

      * store master - statement names and the store-to-district
      * hierarchy
           select store-master-file
           assign to "../../../data/storemaster.dat"
           organization is indexed
           access mode is random
           record key is stm-store-number
           file status is ws-stm-file-status.

      * permanent month history - the year's record is summed from
      * the months MonthClose already published
           select month-history-file
           assign to "../../../data/monthhist.dat"
           organization is line sequential
           file status is ws-mh-file-status.

      * permanent year history - one summary record per closed year
           select year-history-file
           assign to "../../../data/yearhist.dat"
           organization is line sequential
           file status is ws-yh-file-status.

      * the four accumulators whose YTD buckets the close resets
           select ds-accum-file
           assign to "../../../data/dsaccum.dat"
           organization is line sequential
           file status is ws-ds-file-status.

           select p3-accum-file
           assign to "../../../data/prog3accum.dat"
           organization is line sequential
           file status is ws-p3-file-status.

           select p4-accum-file
           assign to "../../../data/prog4accum.dat"
           organization is line sequential
           file status is ws-p4-file-status.

           select p6-accum-file
           assign to "../../../data/prog6accum.dat"
           organization is line sequential
           file status is ws-p6-file-status.

      * the per-store period file - rows still sitting in the closed
      * year are dropped with the reset
           select store-mtd-file
           assign to "../../../data/storemtd.dat"
           organization is line sequential
           file status is ws-smt-file-status.

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

       fd month-closed-file
           data record is month-closed-record
           record contains 6 characters.
       01 month-closed-record          pic x(6).

       fd store-history-file
           data record is store-history-record.
       copy "../copybooks/STOREHIST.cpy".

       fd store-master-file
           data record is store-master-record.
       copy "../copybooks/STRMAST.cpy".

       fd month-history-file
           data record is month-history-record
           record contains 78 characters.
       01 month-history-record.
           05 mh-year                  pic 99.
           05 mh-month                 pic 99.
           05 mh-sales-count           pic 9(7).
           05 mh-sales-amt             pic 9(9)v99.
           05 mh-layaway-count         pic 9(7).
           05 mh-layaway-amt           pic 9(9)v99.
           05 mh-return-count          pic 9(7).
           05 mh-return-amt            pic 9(9)v99.
           05 mh-void-count            pic 9(7).
           05 mh-void-amt              pic 9(9)v99.
           05 filler                   pic x(2).

       fd year-history-file
           data record is year-history-record
           record contains 104 characters.
       01 year-history-record.
           05 yh-fiscal-year           pic 9(4).
           05 yh-sales-count           pic 9(8).
           05 yh-sales-amt             pic 9(11)v99.
           05 yh-layaway-count         pic 9(8).
           05 yh-layaway-amt           pic 9(11)v99.
           05 yh-return-count          pic 9(8).
           05 yh-return-amt            pic 9(11)v99.
           05 yh-void-count            pic 9(8).
           05 yh-void-amt              pic 9(11)v99.
      * stores with figures in the year, the day it was closed and
      * who closed it
           05 yh-store-count           pic 9(3).
           05 yh-close-date            pic 9(8).
           05 yh-operator-id           pic x(4).
           05 filler                   pic x.

       fd ds-accum-file
           data record is ds-accum-record.
       01 ds-accum-record.
           05 da-year                  pic 99.
           05 da-month                 pic 99.
           05 da-mtd-sales-count       pic 9(5).
           05 da-mtd-sales-amt         pic 9(7)v99.
           05 da-mtd-layaway-count     pic 9(5).
           05 da-mtd-layaway-amt       pic 9(7)v99.
           05 da-mtd-return-count      pic 9(5).
           05 da-mtd-return-amt        pic 9(7)v99.
           05 da-ytd-sales-count       pic 9(6).
           05 da-ytd-sales-amt         pic 9(8)v99.
           05 da-ytd-layaway-count     pic 9(6).
           05 da-ytd-layaway-amt       pic 9(8)v99.
           05 da-ytd-return-count      pic 9(6).
           05 da-ytd-return-amt        pic 9(8)v99.
           05 da-mtd-void-count        pic 9(5).
           05 da-mtd-void-amt          pic 9(7)v99.
           05 da-ytd-void-count        pic 9(6).
           05 da-ytd-void-amt          pic 9(8)v99.
           05 da-last-batch-id         pic x(8).

       fd p3-accum-file
           data record is p3-accum-record.
       01 p3-accum-record.
           05 p3-year                  pic 99.
           05 p3-month                 pic 99.
           05 p3-mtd-sale-count        pic 9(5).
           05 p3-mtd-layaway-count     pic 9(5).
           05 p3-mtd-amount            pic 9(7)v99.
           05 p3-mtd-tax               pic 9(6)v99.
           05 p3-ytd-sale-count        pic 9(6).
           05 p3-ytd-layaway-count     pic 9(6).
           05 p3-ytd-amount            pic 9(8)v99.
           05 p3-ytd-tax               pic 9(7)v99.
           05 p3-last-batch-id         pic x(8).

       fd p4-accum-file
           data record is p4-accum-record.
       01 p4-accum-record.
           05 p4-year                  pic 99.
           05 p4-month                 pic 99.
           05 p4-mtd-return-count      pic 9(5).
           05 p4-mtd-return-amt        pic 9(7)v99.
           05 p4-mtd-tax               pic 9(6)v99.
           05 p4-ytd-return-count      pic 9(6).
           05 p4-ytd-return-amt        pic 9(8)v99.
           05 p4-ytd-tax               pic 9(7)v99.
           05 p4-last-batch-id         pic x(8).

       fd p6-accum-file
           data record is p6-accum-record.
       01 p6-accum-record.
           05 p6-year                  pic 99.
           05 p6-month                 pic 99.
           05 p6-mtd-void-count        pic 9(5).
           05 p6-mtd-void-amt          pic 9(7)v99.
           05 p6-ytd-void-count        pic 9(6).
           05 p6-ytd-void-amt          pic 9(8)v99.
           05 p6-last-batch-id         pic x(8).

       fd store-mtd-file
           data record is store-mtd-record
           record contains 102 characters.
       copy "../copybooks/STOREMTD.cpy".

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

      * the fiscal year being closed, as keyed (YYYY) and in the
      * two-digit shape the accumulators and seal tags carry; the
      * run-history batch-id is "FY" and the year
       77 ws-year-arg                  pic x(4)
           value spaces.
       77 ws-close-year                pic 9(4)
           value 0.
       77 ws-close-yy                  pic 99
           value 0.
       77 ws-next-yy                   pic 99
           value 0.
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-today                     pic 9(8)
           value 0.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-mc-file-status            pic xx
           value spaces.
       77 ws-shd-file-status           pic xx
           value spaces.
       77 ws-stm-file-status           pic xx
           value spaces.
       77 ws-stm-file-available        pic x
           value "N".
       77 ws-mh-file-status            pic xx
           value spaces.
       77 ws-yh-file-status            pic xx
           value spaces.
       77 ws-ds-file-status            pic xx
           value spaces.
       77 ws-p3-file-status            pic xx
           value spaces.
       77 ws-p4-file-status            pic xx
           value spaces.
       77 ws-p6-file-status            pic xx
           value spaces.
       77 ws-smt-file-status           pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the reason the close won't run - blank means go ahead
       77 ws-refuse-reason             pic x(50)
           value spaces.
       77 ws-already-closed            pic x
           value "N".

      * the year's periods off the fiscal calendar and the window
      * from the first period's start to the last period's end
       77 ws-period-count              pic 99
           value 0.
       77 ws-year-start                pic 9(8)
           value 0.
       77 ws-year-end                  pic 9(8)
           value 0.
       77 ws-unsealed-count            pic 99
           value 0.
       77 ws-period-tag                pic x(6)
           value spaces.
       77 ws-year-tag                  pic x(6)
           value spaces.
       77 ws-tag-found                 pic x
           value "N".

      * the sealed-period list, loaded once
       77 ws-sealed-count              pic 9(4)
           value 0.
       01 ws-sealed-table.
           05 ws-sealed-tag            pic x(6)
               occurs 1 to 2000 times depending on ws-sealed-count.
       77 ws-sealed-idx                pic 9(4)
           value 0.

      * the six figures every statement block carries, in the order
      * they print - sales, layaways, returns, voids, exchanges and
      * layaway payments
       01 ws-category-labels.
           05 filler                   pic x(12)
               value "  SALES:    ".
           05 filler                   pic x(12)
               value "  LAYAWAYS: ".
           05 filler                   pic x(12)
               value "  RETURNS:  ".
           05 filler                   pic x(12)
               value "  VOIDS:    ".
           05 filler                   pic x(12)
               value "  EXCHANGES:".
           05 filler                   pic x(12)
               value "  LAY PMTS: ".
       01 ws-category-label-table redefines ws-category-labels.
           05 ws-category-label        pic x(12)
               occurs 6 times.
       77 ws-cat-idx                   pic 9
           value 0.
       77 ws-block-categories          pic 9
           value 0.

      * every store with figures in the year, in first-seen order
       77 ws-st-count                  pic 9(3)
           value 0.
       01 ws-store-table.
           05 ws-st-entry
               occurs 1 to 99 times depending on ws-st-count.
               10 ws-st-store          pic xx.
               10 ws-st-name           pic x(20).
               10 ws-st-district       pic xx.
               10 ws-st-figures.
                   15 ws-st-cat        occurs 6 times.
                       20 ws-st-cnt    pic 9(7).
                       20 ws-st-amt    pic 9(11)v99.
       77 ws-st-idx                    pic 9(3)
           value 0.

      * the distinct districts, in first-seen order
       77 ws-di-count                  pic 9(3)
           value 0.
       01 ws-district-table.
           05 ws-di-entry
               occurs 1 to 30 times depending on ws-di-count.
               10 ws-di-district       pic xx.
               10 ws-di-figures.
                   15 ws-di-cat        occurs 6 times.
                       20 ws-di-cnt    pic 9(7).
                       20 ws-di-amt    pic 9(11)v99.
       77 ws-di-idx                    pic 9(3)
           value 0.

      * the chain summed from the stores, and the chain summed from
      * the closed months - the second is what the year history keeps
       01 ws-chain-figures.
           05 ws-ch-cat                occurs 6 times.
               10 ws-ch-cnt            pic 9(7).
               10 ws-ch-amt            pic 9(11)v99.
       01 ws-month-figures.
           05 ws-mf-cat                occurs 6 times.
               10 ws-mf-cnt            pic 9(7).
               10 ws-mf-amt            pic 9(11)v99.
       77 ws-months-found              pic 99
           value 0.

      * the block being printed - a store's, a district's or the
      * chain's figures are moved here first
       01 ws-block-figures.
           05 ws-bk-cat                occurs 6 times.
               10 ws-bk-cnt            pic 9(7).
               10 ws-bk-amt            pic 9(11)v99.
       77 ws-net-amount                pic s9(11)v99
           value 0.

      * the per-store period file, held while its closed-year rows
      * are dropped
       77 ws-smt-count                 pic 9(3)
           value 0.
       01 ws-smt-table.
           05 ws-smt-line              pic x(102)
               occurs 1 to 200 times depending on ws-smt-count.
       77 ws-smt-idx                   pic 9(3)
           value 0.
       77 ws-smt-dropped               pic 9(3)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(33)
               value "ANNUAL STATEMENTS FOR FISCAL YEAR".
           05 filler                   pic x
               value space.
           05 rh-year                  pic 9(4)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-usage-line.
           05 filler                   pic x(46)
               value "USAGE: YearClose <fiscal-year YYYY> <operator>".

       01 ws-refused-line.
           05 filler                   pic x(21)
               value "YEAR CLOSE REFUSED - ".
           05 rfl-reason               pic x(50)
               value spaces.

       01 ws-unsealed-line.
           05 filler                   pic x(7)
               value "PERIOD ".
           05 ul-period                pic x(6)
               value spaces.
           05 filler                   pic x(21)
               value " HAS NOT BEEN CLOSED".

       01 ws-window-line.
           05 filler                   pic x(8)
               value "PERIODS ".
           05 wl-periods               pic z9
               value 0.
           05 filler                   pic x(10)
               value "  WINDOW: ".
           05 wl-start                 pic 9(8)
               value 0.
           05 filler                   pic x(4)
               value " TO ".
           05 wl-end                   pic 9(8)
               value 0.

       01 ws-statement-heading.
           05 filler                   pic x(9)
               value "STORE #: ".
           05 sh-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sh-store-name            pic x(20)
               value spaces.

       01 ws-district-heading.
           05 filler                   pic x(9)
               value "DISTRICT ".
           05 dh-district              pic xx
               value spaces.
           05 filler                   pic x(7)
               value " TOTALS".

       01 ws-chain-heading.
           05 filler                   pic x(36)
               value "CHAIN TOTALS (FROM THE STORES)".

       01 ws-month-heading.
           05 filler                   pic x(38)
               value "CHAIN TOTALS (FROM THE CLOSED MONTHS)".
           05 filler                   pic x(2)
               value spaces.
           05 mhh-months               pic z9
               value 0.
           05 filler                   pic x(7)
               value " MONTHS".

       01 ws-statement-line.
           05 sl-label                 pic x(12)
               value spaces.
           05 sl-count                 pic zzzzzz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 sl-amount                pic $$$,$$$,$$$,$$9.99
               value 0.

       01 ws-net-line.
           05 filler                   pic x(12)
               value "  NET:      ".
           05 filler                   pic x(10)
               value spaces.
           05 nl-amount                pic ---,---,---,--9.99
               value 0.

       01 ws-reset-heading.
           05 filler                   pic x(20)
               value "YTD RESET".

       01 ws-reset-line.
           05 filler                   pic x(2)
               value spaces.
           05 rl2-file                 pic x(16)
               value spaces.
           05 rl2-action               pic x(50)
               value spaces.

      * the outcomes the reset lines report
       77 ws-reset-done                pic x(50)
           value "YTD CLOSED - RESET TO PERIOD 01 OF THE NEXT YEAR".
       77 ws-reset-already             pic x(50)
           value "ALREADY IN THE NEXT YEAR - LEFT AS IS".
       77 ws-reset-other               pic x(50)
           value "NOT CARRYING THE CLOSED YEAR - LEFT AS IS".
       77 ws-reset-missing             pic x(50)
           value "NOT ON FILE".

       01 ws-smt-reset-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(16)
               value "storemtd.dat".
           05 srl-dropped              pic zz9
               value 0.
           05 filler                   pic x(31)
               value " CLOSED-YEAR STORE ROWS DROPPED".

       01 ws-closed-line.
           05 filler                   pic x(12)
               value "FISCAL YEAR ".
           05 cl-year                  pic 9(4)
               value 0.
           05 filler                   pic x(26)
               value " IS NOW CLOSED TO POSTING".

       01 ws-already-line.
           05 filler                   pic x(12)
               value "FISCAL YEAR ".
           05 al-year                  pic 9(4)
               value 0.
           05 filler                   pic x(31)
               value " WAS ALREADY CLOSED - NO ACTION".

       procedure division.

       00-main.
           perform 01-load-arguments.
           perform 04-verify-operator
               thru 04-verify-exit.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open output report-file.
           move ws-close-year to rh-year.
           write report-line from ws-report-heading.
           write report-line from ws-operator-line
               after advancing 1 line.
           write report-line from ws-line-break.

           perform 05-load-fiscal-year.
           if ws-refuse-reason = spaces
               perform 07-check-seals
           end-if.
           if ws-already-closed = "Y"
               move ws-close-year to al-year
               write report-line from ws-already-line
               close report-file
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.
           if ws-refuse-reason is not equal to spaces
               move ws-refuse-reason to rfl-reason
               write report-line from ws-refused-line
                   after advancing 1 line
               close report-file
               display "YEARCLOSE: YEAR CLOSE REFUSED - "
                   ws-refuse-reason upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           move ws-period-count to wl-periods.
           move ws-year-start to wl-start.
           move ws-year-end to wl-end.
           write report-line from ws-window-line.

           perform 10-load-store-year.
           perform 20-print-statements.
           perform 30-write-year-history.
           perform 40-reset-accumulators.
           perform 50-seal-year.

           move ws-close-year to cl-year.
           write report-line from ws-closed-line
               after advancing 2 lines.
           close report-file.

      * stamp the end of this run into the run history
           move "E" to ws-rl-record-type.
           move ws-st-count to ws-rl-records-read.
           move ws-st-count to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * fiscal year and operator come through ARGUMENT-NUMBER/
      * ARGUMENT-VALUE, the same as the other restricted utilities
       01-load-arguments.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-year-arg from argument-value
               on exception
                   move spaces to ws-year-arg
           end-accept.
           if ws-year-arg is not numeric
               display ws-usage-line upon console
               move 16 to return-code
               goback
           end-if.
           move ws-year-arg to ws-close-year.
           compute ws-close-yy = function mod(ws-close-year, 100).
           if ws-close-yy = 99
               move 0 to ws-next-yy
           else
               compute ws-next-yy = ws-close-yy + 1
           end-if.
           accept ws-today from date yyyymmdd.

           string "FY" delimited by size
               ws-year-arg delimited by size
               into ws-batch-id.
           string "../../../data/YearClose_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "F" delimited by size
               ws-close-yy delimited by size
               "YE" delimited by size
               into ws-year-tag.

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
               display "YEARCLOSE: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "YEARCLOSE: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "YEARCLOSE: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-close-perm is not equal to "Y"
               display "YEARCLOSE: OPERATOR NOT AUTHORIZED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           close operator-master-file.
           move ws-operator-id to ws-rl-operator-id.

       04-verify-exit.
           exit.

      * the year's periods and window off the fiscal calendar - the
      * shared resolve loads the table; a year the calendar doesn't
      * carry can't be closed
       05-load-fiscal-year.
           move 0 to ws-business-date.
           perform 03c-resolve-fiscal-period.
           if ws-fc-count = 0
               move "NO FISCAL CALENDAR ON FILE" to ws-refuse-reason
           end-if.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count
               if ws-fc-year(ws-fc-idx) = ws-close-year
                   add 1 to ws-period-count
                   if ws-year-start = 0
                       or ws-fc-start(ws-fc-idx) < ws-year-start
                       move ws-fc-start(ws-fc-idx) to ws-year-start
                   end-if
                   if ws-fc-end(ws-fc-idx) > ws-year-end
                       move ws-fc-end(ws-fc-idx) to ws-year-end
                   end-if
               end-if
           end-perform.
           if ws-refuse-reason = spaces
               and ws-period-count = 0
               move "FISCAL YEAR NOT ON THE FISCAL CALENDAR"
                   to ws-refuse-reason
           end-if.

      * every period of the year must carry its MonthClose seal; the
      * ones that don't are listed so the operator knows what to
      * close first
       07-check-seals.
           move "N" to ws-eof-flag.
           open input month-closed-file.
           if ws-mc-file-status = "00"
               read month-closed-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-sealed-count < 2000
                       add 1 to ws-sealed-count
                       move month-closed-record
                           to ws-sealed-tag(ws-sealed-count)
                   else
                       display "YEARCLOSE: SEALED PERIOD TABLE FULL"
                           " - RAISE LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   if month-closed-record = ws-year-tag
                       move "Y" to ws-already-closed
                   end-if
                   read month-closed-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close month-closed-file
           end-if.
           move "N" to ws-eof-flag.
           if ws-already-closed = "Y"
               move spaces to ws-refuse-reason
           else
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-fc-year(ws-fc-idx) = ws-close-year
                       perform 08-check-one-period
                   end-if
               end-perform
               if ws-unsealed-count > 0
                   move "NOT EVERY PERIOD OF THE YEAR IS CLOSED"
                       to ws-refuse-reason
               end-if
           end-if.

       08-check-one-period.
           move spaces to ws-period-tag.
           string "F" delimited by size
               ws-close-yy delimited by size
               "P" delimited by size
               ws-fc-period(ws-fc-idx) delimited by size
               into ws-period-tag.
           move "N" to ws-tag-found.
           perform varying ws-sealed-idx from 1 by 1
               until ws-sealed-idx > ws-sealed-count
               if ws-sealed-tag(ws-sealed-idx) = ws-period-tag
                   move "Y" to ws-tag-found
               end-if
           end-perform.
           if ws-tag-found is not equal to "Y"
               add 1 to ws-unsealed-count
               move ws-period-tag to ul-period
               write report-line from ws-unsealed-line
                   after advancing 1 line
           end-if.

      * the year's figures per store, summed from the daily store
      * history over the fiscal year's window
       10-load-store-year.
           open input store-master-file.
           if ws-stm-file-status = "00"
               move "Y" to ws-stm-file-available
           end-if.
           move "N" to ws-eof-flag.
           open input store-history-file.
           if ws-shd-file-status = "00"
               read store-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if shd-date >= ws-year-start
                       and shd-date <= ws-year-end
                       perform 12-fold-one-day
                   end-if
                   read store-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close store-history-file
           end-if.
           move "N" to ws-eof-flag.
           if ws-stm-file-available = "Y"
               close store-master-file
           end-if.

       12-fold-one-day.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               or ws-st-store(ws-st-idx) = shd-store-number
               continue
           end-perform.
           if ws-st-idx > ws-st-count
               perform 14-add-store
           end-if.
           add shd-sales-count to ws-st-cnt(ws-st-idx, 1).
           add shd-sales-amt to ws-st-amt(ws-st-idx, 1).
           add shd-layaway-count to ws-st-cnt(ws-st-idx, 2).
           add shd-layaway-amt to ws-st-amt(ws-st-idx, 2).
           add shd-return-count to ws-st-cnt(ws-st-idx, 3).
           add shd-return-amt to ws-st-amt(ws-st-idx, 3).
           add shd-void-count to ws-st-cnt(ws-st-idx, 4).
           add shd-void-amt to ws-st-amt(ws-st-idx, 4).
           add shd-exchange-count to ws-st-cnt(ws-st-idx, 5).
           add shd-exchange-amt to ws-st-amt(ws-st-idx, 5).
           add shd-lay-pay-count to ws-st-cnt(ws-st-idx, 6).
           add shd-lay-pay-amt to ws-st-amt(ws-st-idx, 6).

      * a store seen for the first time - its name and district off
      * the master, "??" while it has no district (or no master
      * record), the same as the district rollup
       14-add-store.
           if ws-st-count >= 99
               display "YEARCLOSE: STORE TABLE FULL - RAISE LIMIT "
                   "AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-st-count.
           move ws-st-count to ws-st-idx.
           move shd-store-number to ws-st-store(ws-st-idx).
           move spaces to ws-st-name(ws-st-idx).
           move "??" to ws-st-district(ws-st-idx).
           perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 6
               move 0 to ws-st-cnt(ws-st-idx, ws-cat-idx)
               move 0 to ws-st-amt(ws-st-idx, ws-cat-idx)
           end-perform.
           if ws-stm-file-available = "Y"
               move shd-store-number to stm-store-number
               read store-master-file
                   invalid key
                       continue
                   not invalid key
                       move stm-store-name to ws-st-name(ws-st-idx)
                       if stm-district is not equal to spaces
                           move stm-district
                               to ws-st-district(ws-st-idx)
                       end-if
               end-read
           end-if.

           perform varying ws-di-idx from 1 by 1
               until ws-di-idx > ws-di-count
               or ws-di-district(ws-di-idx) = ws-st-district(ws-st-idx)
               continue
           end-perform.
           if ws-di-idx > ws-di-count
               if ws-di-count >= 30
                   display "YEARCLOSE: DISTRICT TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-di-count
               move ws-st-district(ws-st-idx)
                   to ws-di-district(ws-di-count)
               perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > 6
                   move 0 to ws-di-cnt(ws-di-count, ws-cat-idx)
                   move 0 to ws-di-amt(ws-di-count, ws-cat-idx)
               end-perform
           end-if.

      * each district's stores, then the district's totals, then the
      * chain - the annual statement package
       20-print-statements.
           perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 6
               move 0 to ws-ch-cnt(ws-cat-idx)
               move 0 to ws-ch-amt(ws-cat-idx)
           end-perform.
           perform varying ws-di-idx from 1 by 1
               until ws-di-idx > ws-di-count
               perform varying ws-st-idx from 1 by 1
                   until ws-st-idx > ws-st-count
                   if ws-st-district(ws-st-idx)
                       = ws-di-district(ws-di-idx)
                       perform 22-print-store
                   end-if
               end-perform
               move ws-di-district(ws-di-idx) to dh-district
               write report-line from ws-district-heading
                   after advancing 2 lines
               move ws-di-figures(ws-di-idx) to ws-block-figures
               move 6 to ws-block-categories
               perform 28-print-block
               write report-line from ws-line-break
           end-perform.

           write report-line from ws-chain-heading
               after advancing 2 lines.
           move ws-chain-figures to ws-block-figures.
           move 6 to ws-block-categories.
           perform 28-print-block.

       22-print-store.
           move ws-st-store(ws-st-idx) to sh-store.
           move ws-st-name(ws-st-idx) to sh-store-name.
           write report-line from ws-statement-heading
               after advancing 2 lines.
           move ws-st-figures(ws-st-idx) to ws-block-figures.
           move 6 to ws-block-categories.
           perform 28-print-block.
           perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 6
               add ws-st-cnt(ws-st-idx, ws-cat-idx)
                   to ws-di-cnt(ws-di-idx, ws-cat-idx)
                   ws-ch-cnt(ws-cat-idx)
               add ws-st-amt(ws-st-idx, ws-cat-idx)
                   to ws-di-amt(ws-di-idx, ws-cat-idx)
                   ws-ch-amt(ws-cat-idx)
           end-perform.

      * one statement block from ws-block-figures - the chain-from-
      * months block only carries the first four figures
       28-print-block.
           perform varying ws-cat-idx from 1 by 1
               until ws-cat-idx > ws-block-categories
               move ws-category-label(ws-cat-idx) to sl-label
               move ws-bk-cnt(ws-cat-idx) to sl-count
               move ws-bk-amt(ws-cat-idx) to sl-amount
               write report-line from ws-statement-line
                   after advancing 1 line
           end-perform.
           if ws-block-categories = 6
               compute ws-net-amount =
                   ws-bk-amt(1) + ws-bk-amt(2)
                       + ws-bk-amt(5) - ws-bk-amt(3)
           else
               compute ws-net-amount =
                   ws-bk-amt(1) + ws-bk-amt(2) - ws-bk-amt(3)
           end-if.
           move ws-net-amount to nl-amount.
           write report-line from ws-net-line
               after advancing 1 line.

      * the year's permanent summary record - summed from the month
      * history records of the year's closed periods, so the year
      * agrees with the months already published; appended, never
      * rewritten
       30-write-year-history.
           perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 6
               move 0 to ws-mf-cnt(ws-cat-idx)
               move 0 to ws-mf-amt(ws-cat-idx)
           end-perform.
           move "N" to ws-eof-flag.
           open input month-history-file.
           if ws-mh-file-status = "00"
               read month-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if mh-year = ws-close-yy
                       and mh-month > 0
                       and mh-month <= ws-period-count
                       perform 32-fold-one-month
                   end-if
                   read month-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close month-history-file
           end-if.
           move "N" to ws-eof-flag.

           move ws-months-found to mhh-months.
           write report-line from ws-month-heading
               after advancing 2 lines.
           move ws-month-figures to ws-block-figures.
           move 4 to ws-block-categories.
           perform 28-print-block.

           open extend year-history-file.
           if ws-yh-file-status is not equal to "00"
               open output year-history-file
           end-if.
           if ws-yh-file-status = "00"
               move spaces to year-history-record
               move ws-close-year to yh-fiscal-year
               move ws-mf-cnt(1) to yh-sales-count
               move ws-mf-amt(1) to yh-sales-amt
               move ws-mf-cnt(2) to yh-layaway-count
               move ws-mf-amt(2) to yh-layaway-amt
               move ws-mf-cnt(3) to yh-return-count
               move ws-mf-amt(3) to yh-return-amt
               move ws-mf-cnt(4) to yh-void-count
               move ws-mf-amt(4) to yh-void-amt
               move ws-st-count to yh-store-count
               move ws-today to yh-close-date
               move ws-operator-id to yh-operator-id
               write year-history-record
               close year-history-file
           end-if.

       32-fold-one-month.
           add 1 to ws-months-found.
           add mh-sales-count to ws-mf-cnt(1).
           add mh-sales-amt to ws-mf-amt(1).
           add mh-layaway-count to ws-mf-cnt(2).
           add mh-layaway-amt to ws-mf-amt(2).
           add mh-return-count to ws-mf-cnt(3).
           add mh-return-amt to ws-mf-amt(3).
           add mh-void-count to ws-mf-cnt(4).
           add mh-void-amt to ws-mf-amt(4).

      * the controlled YTD reset - an accumulator still carrying the
      * closed year has its MTD and YTD buckets zeroed and is moved
      * to period 01 of the next year in this one step; one the
      * first batch of the new year has already rolled is left alone
       40-reset-accumulators.
           write report-line from ws-reset-heading
               after advancing 2 lines.
           perform 41-reset-ds-accum
               thru 41-reset-ds-accum-exit.
           perform 42-reset-p3-accum
               thru 42-reset-p3-accum-exit.
           perform 43-reset-p4-accum
               thru 43-reset-p4-accum-exit.
           perform 44-reset-p6-accum
               thru 44-reset-p6-accum-exit.
           perform 45-reset-store-mtd
               thru 45-reset-store-mtd-exit.

       41-reset-ds-accum.
           move "dsaccum.dat" to rl2-file.
           move ws-reset-missing to rl2-action.
           open input ds-accum-file.
           if ws-ds-file-status is not equal to "00"
               go to 41-reset-ds-accum-write
           end-if.
           read ds-accum-file
               at end
                   close ds-accum-file
                   go to 41-reset-ds-accum-write
           end-read.
           close ds-accum-file.
           if da-year = ws-next-yy
               move ws-reset-already to rl2-action
               go to 41-reset-ds-accum-write
           end-if.
           if da-year is not equal to ws-close-yy
               move ws-reset-other to rl2-action
               go to 41-reset-ds-accum-write
           end-if.
           move ws-next-yy to da-year.
           move 1 to da-month.
           move 0 to da-mtd-sales-count da-mtd-sales-amt
               da-mtd-layaway-count da-mtd-layaway-amt
               da-mtd-return-count da-mtd-return-amt
               da-ytd-sales-count da-ytd-sales-amt
               da-ytd-layaway-count da-ytd-layaway-amt
               da-ytd-return-count da-ytd-return-amt
               da-mtd-void-count da-mtd-void-amt
               da-ytd-void-count da-ytd-void-amt.
           open output ds-accum-file.
           write ds-accum-record.
           close ds-accum-file.
           move ws-reset-done to rl2-action.

       41-reset-ds-accum-write.
           write report-line from ws-reset-line
               after advancing 1 line.

       41-reset-ds-accum-exit.
           exit.

       42-reset-p3-accum.
           move "prog3accum.dat" to rl2-file.
           move ws-reset-missing to rl2-action.
           open input p3-accum-file.
           if ws-p3-file-status is not equal to "00"
               go to 42-reset-p3-accum-write
           end-if.
           read p3-accum-file
               at end
                   close p3-accum-file
                   go to 42-reset-p3-accum-write
           end-read.
           close p3-accum-file.
           if p3-year = ws-next-yy
               move ws-reset-already to rl2-action
               go to 42-reset-p3-accum-write
           end-if.
           if p3-year is not equal to ws-close-yy
               move ws-reset-other to rl2-action
               go to 42-reset-p3-accum-write
           end-if.
           move ws-next-yy to p3-year.
           move 1 to p3-month.
           move 0 to p3-mtd-sale-count p3-mtd-layaway-count
               p3-mtd-amount p3-mtd-tax
               p3-ytd-sale-count p3-ytd-layaway-count
               p3-ytd-amount p3-ytd-tax.
           open output p3-accum-file.
           write p3-accum-record.
           close p3-accum-file.
           move ws-reset-done to rl2-action.

       42-reset-p3-accum-write.
           write report-line from ws-reset-line
               after advancing 1 line.

       42-reset-p3-accum-exit.
           exit.

       43-reset-p4-accum.
           move "prog4accum.dat" to rl2-file.
           move ws-reset-missing to rl2-action.
           open input p4-accum-file.
           if ws-p4-file-status is not equal to "00"
               go to 43-reset-p4-accum-write
           end-if.
           read p4-accum-file
               at end
                   close p4-accum-file
                   go to 43-reset-p4-accum-write
           end-read.
           close p4-accum-file.
           if p4-year = ws-next-yy
               move ws-reset-already to rl2-action
               go to 43-reset-p4-accum-write
           end-if.
           if p4-year is not equal to ws-close-yy
               move ws-reset-other to rl2-action
               go to 43-reset-p4-accum-write
           end-if.
           move ws-next-yy to p4-year.
           move 1 to p4-month.
           move 0 to p4-mtd-return-count p4-mtd-return-amt
               p4-mtd-tax p4-ytd-return-count p4-ytd-return-amt
               p4-ytd-tax.
           open output p4-accum-file.
           write p4-accum-record.
           close p4-accum-file.
           move ws-reset-done to rl2-action.

       43-reset-p4-accum-write.
           write report-line from ws-reset-line
               after advancing 1 line.

       43-reset-p4-accum-exit.
           exit.

       44-reset-p6-accum.
           move "prog6accum.dat" to rl2-file.
           move ws-reset-missing to rl2-action.
           open input p6-accum-file.
           if ws-p6-file-status is not equal to "00"
               go to 44-reset-p6-accum-write
           end-if.
           read p6-accum-file
               at end
                   close p6-accum-file
                   go to 44-reset-p6-accum-write
           end-read.
           close p6-accum-file.
           if p6-year = ws-next-yy
               move ws-reset-already to rl2-action
               go to 44-reset-p6-accum-write
           end-if.
           if p6-year is not equal to ws-close-yy
               move ws-reset-other to rl2-action
               go to 44-reset-p6-accum-write
           end-if.
           move ws-next-yy to p6-year.
           move 1 to p6-month.
           move 0 to p6-mtd-void-count p6-mtd-void-amt
               p6-ytd-void-count p6-ytd-void-amt.
           open output p6-accum-file.
           write p6-accum-record.
           close p6-accum-file.
           move ws-reset-done to rl2-action.

       44-reset-p6-accum-write.
           write report-line from ws-reset-line
               after advancing 1 line.

       44-reset-p6-accum-exit.
           exit.

      * the per-store period rows still in the closed year are
      * dropped - the year's last period is sealed, so nothing will
      * post to them again, and the next year starts its own rows
       45-reset-store-mtd.
           move 0 to ws-smt-count.
           move "N" to ws-eof-flag.
           open input store-mtd-file.
           if ws-smt-file-status is not equal to "00"
               move "storemtd.dat" to rl2-file
               move ws-reset-missing to rl2-action
               write report-line from ws-reset-line
                   after advancing 1 line
               go to 45-reset-store-mtd-exit
           end-if.
           read store-mtd-file
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if sm2-year = ws-close-yy
                   add 1 to ws-smt-dropped
               else
                   if ws-smt-count >= 200
                       display "YEARCLOSE: STORE MTD TABLE FULL - "
                           "RAISE LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-smt-count
                   move store-mtd-record to ws-smt-line(ws-smt-count)
               end-if
               read store-mtd-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close store-mtd-file.
           move "N" to ws-eof-flag.

           if ws-smt-dropped > 0
               open output store-mtd-file
               perform varying ws-smt-idx from 1 by 1
                   until ws-smt-idx > ws-smt-count
                   move ws-smt-line(ws-smt-idx) to store-mtd-record
                   write store-mtd-record
               end-perform
               close store-mtd-file
           end-if.
           move ws-smt-dropped to srl-dropped.
           write report-line from ws-smt-reset-line
               after advancing 1 line.

       45-reset-store-mtd-exit.
           exit.

      * the year seal - DataSplitCount refuses to post any batch
      * dated inside a year carrying it
       50-seal-year.
           open extend month-closed-file.
           if ws-mc-file-status is not equal to "00"
               open output month-closed-file
           end-if.
           if ws-mc-file-status = "00"
               move ws-year-tag to month-closed-record
               write month-closed-record
               close month-closed-file
           end-if.

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="YEARCLOSE"==.

       end program YearClose.
