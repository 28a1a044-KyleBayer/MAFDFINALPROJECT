           record key is stm-store-number
           file status is ws-stm-file-status.

      * sales plan - each statement's net is shown against the
      * store's plan for the period, when finance has keyed one
           select sales-plan-file
           assign to "../../../data/salesplan.dat"
           organization is indexed
           access mode is random
           record key is pln-plan-key
           file status is ws-pln-file-status.

      * permanent month history - one summary record per closed month
           select month-history-file
           assign to "../../../data/monthhist.dat"
           organization is line sequential
           file status is ws-mh-file-status.

      * intraday day register - a day run in micro-batches isn't
      * whole until its finalize has run, and a period holding one
      * that never was is not ready to seal; see the DAYBATCH
      * copybook
           select day-batch-file
           assign to "../../../data/daybatch.dat"
           organization is line sequential
           file status is ws-db-file-status.

      * the sealed-month list DataSplitCount honors
           select month-closed-file
           assign to "../../../data/monthclosed.dat"
           data record is store-master-record.
       copy "../copybooks/STRMAST.cpy".

       fd sales-plan-file
           data record is sales-plan-record.
       copy "../copybooks/SLSPLAN.cpy".

       fd month-history-file
           data record is month-history-record
           record contains 78 characters.
           05 mh-void-amt              pic 9(9)v99.
           05 filler                   pic x(2).

       fd day-batch-file
           data record is day-batch-record
           record contains 31 characters.
       copy "../copybooks/DAYBATCH.cpy".

       fd month-closed-file
           data record is month-closed-record
           record contains 6 characters.

       copy "../copybooks/FISCWS.cpy".

       copy "../copybooks/DAYBATWS.cpy".

      * run-date/batch-id - names the month being closed (its YYYYMM
      * is taken straight from the batch-id; on the fiscal calendar
      * the batch's day resolves to the fiscal period instead)
           value spaces.
       77 ws-stm-file-available        pic x
           value "N".
       77 ws-pln-file-status           pic xx
           value spaces.
       77 ws-pln-file-available        pic x
           value "N".
       77 ws-mh-file-status            pic xx
           value spaces.
       77 ws-mc-file-status            pic xx
           value 0.
       77 ws-close-mm                  pic 99
           value 0.
      * the sales plan's key for the period - four-digit year and
      * period, fiscal when the calendar knows the day
       77 ws-plan-year                 pic 9(4)
           value 0.
       77 ws-plan-variance             pic s9(9)v99
           value 0.
       77 ws-plan-pct                  pic s9(5)v9
           value 0.
       77 ws-already-closed            pic x
           value "N".
      * the first and last day of the period being closed - the
      * calendar month, or the fiscal period's own dates
       77 ws-close-start               pic 9(8)
           value 0.
       77 ws-close-end                 pic 9(8)
           value 0.
      * every day of the period run in micro-batches, and whether
      * its finalize has run
       77 ws-dy-count                  pic 9(3)
           value 0.
       01 ws-day-table.
           05 ws-dy-entry
               occurs 1 to 62 times depending on ws-dy-count.
               10 ws-dy-date           pic 9(8).
               10 ws-dy-finalized      pic x.
       77 ws-dy-idx                    pic 9(3)
           value 0.
       77 ws-dy-found                  pic x
           value "N".
       77 ws-unfinalized-count         pic 9(3)
           value 0.
       77 ws-statement-count           pic 9(3)
           value 0.
      * Y only when the accumulator was actually read and is sitting
           05 nl-amount                pic ---,---,--9.99
               value 0.

       01 ws-plan-line.
           05 filler                   pic x(12)
               value "  PLAN:     ".
           05 filler                   pic x(8)
               value spaces.
           05 pnl-amount               pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(7)
               value "  VAR: ".
           05 pnl-variance             pic ---,---,--9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 pnl-pct                  pic ----9.9
               value 0.
           05 filler                   pic x
               value "%".

       01 ws-no-plan-line.
           05 filler                   pic x(12)
               value "  PLAN:     ".
           05 filler                   pic x(8)
               value spaces.
           05 filler                   pic x(20)
               value "(NO PLAN ON FILE)".

       01 ws-chain-heading.
           05 filler                   pic x(36)
               value "CHAIN TOTALS (FROM THE ACCUMULATOR)".
           05 filler                   pic x(30)
               value " WAS ALREADY CLOSED - NO ACTION".

       01 ws-unfinalized-line.
           05 filler                   pic x(6)
               value "  DAY ".
           05 ul-date                  pic 9(8)
               value 0.
           05 filler                   pic x(45)
               value " WAS RUN IN MICRO-BATCHES AND NEVER FINALIZED".

       01 ws-not-ready-line.
           05 filler                   pic x(7)
               value "PERIOD ".
           05 nr-period                pic x(6)
               value spaces.
           05 filler                   pic x(37)
               value " NOT CLOSED - FINALIZE THE DAYS ABOVE".

       procedure division.

       00-main.
               goback
           end-if.

           perform 06-check-days-finalized
               thru 06-check-days-exit.
           if ws-unfinalized-count > 0
               move ws-close-period to nr-period
               write report-line from ws-not-ready-line
                   after advancing 2 lines
               close report-file
               display "MONTHCLOSE: PERIOD HOLDS A DAY NOT FINALIZED"
                   " - RUN REFUSED" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-print-store-statements.
           perform 20-print-chain-totals
               thru 20-chain-exit.
           move ws-batch-id(1:6) to ws-close-period.
           move ws-batch-id(3:2) to ws-close-yy.
           move ws-batch-id(5:2) to ws-close-mm.
           move ws-batch-id(1:4) to ws-plan-year.
           if ws-batch-id(1:6) is numeric
               compute ws-close-start =
                   function numval(ws-batch-id(1:6)) * 100 + 1
               compute ws-close-end = ws-close-start + 30
           end-if.

      * on the fiscal calendar the batch's day names the fiscal
      * period being closed, and the seal tag becomes "FyyPpp" -
                   "P" delimited by size
                   ws-fiscal-pp delimited by size
                   into ws-close-period
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-business-date >= ws-fc-start(ws-fc-idx)
                       and ws-business-date <= ws-fc-end(ws-fc-idx)
                       move ws-fc-year(ws-fc-idx) to ws-plan-year
                       move ws-fc-start(ws-fc-idx) to ws-close-start
                       move ws-fc-end(ws-fc-idx) to ws-close-end
                   end-if
               end-perform
           end-if.

           string "../../../data/MonthClose_" delimited by size
           end-if.
           move "N" to ws-eof-flag.

      * a day of the period started in micro-batches must have been
      * finalized - until then its daily-only steps haven't run and
      * its store history isn't in, so the month isn't whole. Each
      * such day is listed and the close is refused.
       06-check-days-finalized.
           move 0 to ws-dy-count.
           move 0 to ws-unfinalized-count.
           move "N" to ws-db-eof-flag.
           open input day-batch-file.
           if ws-db-file-status is not equal to "00"
               go to 06-check-days-exit
           end-if.
           read day-batch-file
               at end move "Y" to ws-db-eof-flag
           end-read.
           perform until ws-db-eof-flag = "Y"
               if dbr-business-date >= ws-close-start
                   and dbr-business-date <= ws-close-end
                   perform 07-note-one-day
               end-if
               read day-batch-file
                   at end move "Y" to ws-db-eof-flag
               end-read
           end-perform.
           close day-batch-file.
           move "N" to ws-db-eof-flag.
           perform varying ws-dy-idx from 1 by 1
               until ws-dy-idx > ws-dy-count
               if ws-dy-finalized(ws-dy-idx) is not equal to "Y"
                   add 1 to ws-unfinalized-count
                   move ws-dy-date(ws-dy-idx) to ul-date
                   write report-line from ws-unfinalized-line
                       after advancing 1 line
               end-if
           end-perform.

       06-check-days-exit.
           exit.

       07-note-one-day.
           move "N" to ws-dy-found.
           perform varying ws-dy-idx from 1 by 1
               until ws-dy-idx > ws-dy-count
               if ws-dy-date(ws-dy-idx) = dbr-business-date
                   move "Y" to ws-dy-found
                   exit perform
               end-if
           end-perform.
           if ws-dy-found is not equal to "Y"
               if ws-dy-count >= 62
                   display "MONTHCLOSE: DAY TABLE FULL - RAISE LIMIT"
                       " AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-dy-count
               move ws-dy-count to ws-dy-idx
               move dbr-business-date to ws-dy-date(ws-dy-idx)
               move "N" to ws-dy-finalized(ws-dy-idx)
           end-if.
           if dbr-record-type = "F"
               move "Y" to ws-dy-finalized(ws-dy-idx)
           end-if.

      * one formal statement block per store with figures this month
       10-print-store-statements.
           open input store-master-file.
           if ws-stm-file-status = "00"
               move "Y" to ws-stm-file-available
           end-if.
           open input sales-plan-file.
           if ws-pln-file-status = "00"
               move "Y" to ws-pln-file-available
           end-if.

           move "N" to ws-eof-flag.
           open input store-mtd-file.
           if ws-stm-file-available = "Y"
               close store-master-file
           end-if.
           if ws-pln-file-available = "Y"
               close sales-plan-file
           end-if.

       15-print-one-statement.
           add 1 to ws-statement-count.
           move ws-net-amount to nl-amount.
           write report-line from ws-net-line
               after advancing 1 line.
           perform 17-print-plan-line.

      * the store's plan for the period next to the net above -
      * variance is actual less plan, so a shortfall prints negative
       17-print-plan-line.
           if ws-pln-file-available is not equal to "Y"
               write report-line from ws-no-plan-line
                   after advancing 1 line
           else
               move sm2-store-number to pln-store-number
               move ws-plan-year to pln-fiscal-year
               move ws-close-mm to pln-fiscal-period
               read sales-plan-file
                   invalid key
                       write report-line from ws-no-plan-line
                           after advancing 1 line
                       end-write
                   not invalid key
                       compute ws-plan-variance =
                           ws-net-amount - pln-plan-sales
                       move 0 to ws-plan-pct
                       if pln-plan-sales > 0
                           compute ws-plan-pct rounded =
                               ws-plan-variance * 100 / pln-plan-sales
                               on size error
                                   move 0 to ws-plan-pct
                           end-compute
                       end-if
                       move pln-plan-sales to pnl-amount
                       move ws-plan-variance to pnl-variance
                       move ws-plan-pct to pnl-pct
                       write report-line from ws-plan-line
                           after advancing 1 line
               end-read
           end-if.

      * the chain block from the accumulator's MTD figures - only
      * printed when the accumulator is actually sitting in the
