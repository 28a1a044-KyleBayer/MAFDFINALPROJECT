       identification division.
       program-id. EcoFeeRemit.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-fourth program in our MAFD 4201 Final
      * Project. The provincial stewardship programs charge a
      * per-unit eco fee on electronics, tires and the like, which
      * the registers collect inside the sale amount. Remittances
      * used to be estimated off SkuSummary. DataSplitCount now
      * prices the fee on every item line of a fee category SKU and
      * journals it to the permanent eco-fee accrual file; run at
      * month end alongside MonthClose, this step folds the period's
      * lines by stewardship program and fee category and prints the
      * remittance - units and fees collected, refunded on returns,
      * and the net owed to each program, the way TaxRemit does for
      * the tax jurisdictions - and writes the per-program amounts
      * as an extract accounting files from. Run on demand with the
      * batch-id of the period's last batch, the same as MonthClose.

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

      * fiscal 4-4-5 calendar - when present the remittance covers
      * the fiscal period, cut by the period's own date window
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * the permanent eco-fee accrual journal DataSplitCount appends
      * to
           select eco-fee-accrual-file
           assign to "../../../data/ecofeeacc.dat"
           organization is line sequential
           file status is ws-ea-file-status.

      * the eco-fee table - the stewardship programs' names
           select eco-fee-file
           assign to "../../../data/ecofee.dat"
           organization is line sequential
           file status is ws-ef-file-status.

      * the machine-readable remittance, one line per program -
      * rewritten whole on a rerun
           select remit-file
           assign to dynamic ws-remit-filename
           organization is line sequential
           file status is ws-er-file-status.

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

       fd eco-fee-accrual-file
           data record is eco-fee-accrual-record
           record contains 69 characters.
       copy "../copybooks/ECOACC.cpy".

       fd eco-fee-file
           data record is eco-fee-record
           record contains 43 characters.
       copy "../copybooks/ECOFEE.cpy".

       fd remit-file
           data record is remit-record
           record contains 32 characters.
       01 remit-record.
           05 er-program-code          pic x(6).
      * YYYYMM (or FyyPpp on the fiscal calendar) the remittance
      * covers
           05 er-period                pic x(6).
           05 er-net-units             pic s9(7)
               sign is leading separate.
           05 er-net-fees              pic s9(9)v99
               sign is leading separate.

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

       copy "../copybooks/FISCWS.cpy".

       copy "../copybooks/ECOFEEWS.cpy".

      * run-date/batch-id - names the period being remitted, the
      * same way MonthClose takes it
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-remit-filename            pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-ea-file-status            pic xx
           value spaces.
       77 ws-er-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the period being remitted and its inclusive date window - a
      * calendar month unless the fiscal calendar knows the day
       77 ws-close-period              pic x(6)
           value spaces.
       77 ws-window-start              pic 9(8)
           value 0.
       77 ws-window-end                pic 9(8)
           value 0.

      * the period's accruals folded by program and fee category
       77 ws-ep-count                  pic 9(4)
           value 0.
       01 ws-remit-table.
           05 ws-ep-entry
               occurs 1 to 500 times depending on ws-ep-count.
               10 ws-ep-program        pic x(6).
               10 ws-ep-category       pic x(4).
               10 ws-ep-units-sold     pic s9(7).
               10 ws-ep-units-back     pic s9(7).
               10 ws-ep-collected      pic s9(9)v99.
               10 ws-ep-refunded       pic s9(9)v99.
       77 ws-ep-idx                    pic 9(4)
           value 0.
       77 ws-ep-idx2                   pic 9(4)
           value 0.
       77 ws-ep-found                  pic x
           value "N".
       01 ws-ep-swap                   pic x(46)
           value spaces.

      * the program whose block is open
       77 ws-cur-program               pic x(6)
           value spaces.
       77 ws-pgm-open                  pic x
           value "N".
       77 ws-pgm-units                 pic s9(7)
           value 0.
       77 ws-pgm-collected             pic s9(9)v99
           value 0.
       77 ws-pgm-refunded              pic s9(9)v99
           value 0.
       77 ws-net-units                 pic s9(7)
           value 0.
       77 ws-net-fees                  pic s9(9)v99
           value 0.
       77 ws-name-date                 pic 9(8)
           value 0.

       77 ws-lines-read                pic 9(9)
           value 0.
       77 ws-lines-in-period           pic 9(9)
           value 0.
       77 ws-program-count             pic 9(5)
           value 0.
       77 ws-chain-collected           pic s9(11)v99
           value 0.
       77 ws-chain-refunded            pic s9(11)v99
           value 0.
       77 ws-chain-net                 pic s9(11)v99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(36)
               value "ECO-FEE REMITTANCE - PERIOD ".
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

       01 ws-program-line.
           05 filler                   pic x(9)
               value "PROGRAM ".
           05 pl-program               pic x(6)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 pl-name                  pic x(20)
               value spaces.

       01 ws-column-heading.
           05 filler                   pic x(12)
               value "  CATEGORY".
           05 filler                   pic x(10)
               value "      SOLD".
           05 filler                   pic x(10)
               value "  RETURNED".
           05 filler                   pic x(11)
               value "  NET UNITS".
           05 filler                   pic x(16)
               value "       COLLECTED".
           05 filler                   pic x(16)
               value "        REFUNDED".
           05 filler                   pic x(16)
               value "        TO REMIT".

       01 ws-detail-line.
           05 filler                   pic x(4)
               value spaces.
           05 dl-category              pic x(4)
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 dl-sold                  pic ---,--9
               value zero.
           05 filler                   pic x(3)
               value spaces.
           05 dl-back                  pic ---,--9
               value zero.
           05 filler                   pic x(3)
               value spaces.
           05 dl-net-units             pic ----,--9
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 dl-collected             pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 dl-refunded              pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 dl-net-fees              pic ---,---,--9.99
               value zero.

       01 ws-program-total-line.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(28)
               value "PROGRAM TOTAL".
           05 pt-net-units             pic ----,--9
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 pt-collected             pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 pt-refunded              pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 pt-net-fees              pic ---,---,--9.99
               value zero.

       01 ws-chain-total-line.
           05 filler                   pic x(42)
               value "TOTAL ALL PROGRAMS".
           05 ct-collected             pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 ct-refunded              pic ---,---,--9.99
               value zero.
           05 filler                   pic x(2)
               value spaces.
           05 ct-net                   pic ---,---,--9.99
               value zero.

       01 ws-count-total-line.
           05 filler                   pic x(24)
               value "ACCRUALS IN PERIOD: ".
           05 cl-lines                 pic zzzzzzzz9
               value 0.
           05 filler                   pic x(12)
               value "  PROGRAMS: ".
           05 cl-programs              pic zzzz9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(40)
               value "  (NO ECO-FEE ACCRUALS IN PERIOD)".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 95-load-eco-fees.

           open output report-file.
           move ws-close-period to rh-period.
           move ws-window-start to rh-start.
           move ws-window-end to rh-end.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           perform 10-fold-accruals.
           perform 20-sort-accruals.

           open output remit-file.
           if ws-ep-count = 0
               write report-line from ws-none-line
                   after advancing 1 line
           else
               move spaces to ws-cur-program
               perform 30-remit-one-line
                   varying ws-ep-idx from 1 by 1
                   until ws-ep-idx > ws-ep-count
               perform 36-close-program
                   thru 36-close-exit
           end-if.
           close remit-file.

           move ws-chain-collected to ct-collected.
           move ws-chain-refunded to ct-refunded.
           move ws-chain-net to ct-net.
           write report-line from ws-chain-total-line
               after advancing 2 lines.
           move ws-lines-in-period to cl-lines.
           move ws-program-count to cl-programs.
           write report-line from ws-count-total-line
               after advancing 1 line.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-lines-read to ws-rl-records-read.
           move ws-program-count to ws-rl-records-written.
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

           string "../../../data/EcoFeeRemit_" delimited by size
               ws-close-period delimited by size
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/ecofeeremit_" delimited by size
               ws-close-period delimited by size
               ".dat" delimited by size
               into ws-remit-filename.

      * every accrual dated inside the period, folded into its
      * program/category line - sales as collected, returns as
      * refunded
       10-fold-accruals.
           move "N" to ws-eof-flag.
           open input eco-fee-accrual-file.
           if ws-ea-file-status = "00"
               read eco-fee-accrual-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   add 1 to ws-lines-read
                   if ea-sale-date >= ws-window-start
                       and ea-sale-date <= ws-window-end
                       perform 12-fold-one-accrual
                   end-if
                   read eco-fee-accrual-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close eco-fee-accrual-file
           end-if.
           move "N" to ws-eof-flag.

       12-fold-one-accrual.
           add 1 to ws-lines-in-period.
           move "N" to ws-ep-found.
           perform varying ws-ep-idx from 1 by 1
               until ws-ep-idx > ws-ep-count
                   or ws-ep-found = "Y"
               if ws-ep-program(ws-ep-idx) = ea-program-code
                   and ws-ep-category(ws-ep-idx) = ea-fee-category
                   move "Y" to ws-ep-found
               end-if
           end-perform.
           if ws-ep-found = "Y"
               subtract 1 from ws-ep-idx
           else
               if ws-ep-count >= 500
                   display "ECOFEEREMIT: REMITTANCE TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-ep-count
               move ws-ep-count to ws-ep-idx
               move ea-program-code to ws-ep-program(ws-ep-idx)
               move ea-fee-category to ws-ep-category(ws-ep-idx)
               move 0 to ws-ep-units-sold(ws-ep-idx)
                   ws-ep-units-back(ws-ep-idx)
                   ws-ep-collected(ws-ep-idx)
                   ws-ep-refunded(ws-ep-idx)
           end-if.
           if ea-accrual-type = "S"
               add ea-units to ws-ep-units-sold(ws-ep-idx)
               add ea-fee-amount to ws-ep-collected(ws-ep-idx)
           else
               subtract ea-units from ws-ep-units-back(ws-ep-idx)
               subtract ea-fee-amount from ws-ep-refunded(ws-ep-idx)
           end-if.

      * program then category order for the report
       20-sort-accruals.
           perform varying ws-ep-idx from 1 by 1
               until ws-ep-idx >= ws-ep-count
               perform varying ws-ep-idx2 from ws-ep-idx by 1
                   until ws-ep-idx2 > ws-ep-count
                   if ws-ep-program(ws-ep-idx2)
                       < ws-ep-program(ws-ep-idx)
                       or (ws-ep-program(ws-ep-idx2)
                           = ws-ep-program(ws-ep-idx)
                       and ws-ep-category(ws-ep-idx2)
                           < ws-ep-category(ws-ep-idx))
                       move ws-ep-entry(ws-ep-idx) to ws-ep-swap
                       move ws-ep-entry(ws-ep-idx2)
                           to ws-ep-entry(ws-ep-idx)
                       move ws-ep-swap to ws-ep-entry(ws-ep-idx2)
                   end-if
               end-perform
           end-perform.

      * one line per program/category, a new program block as the
      * program changes
       30-remit-one-line.
           if ws-ep-program(ws-ep-idx) is not equal to ws-cur-program
               perform 36-close-program
                   thru 36-close-exit
               move ws-ep-program(ws-ep-idx) to ws-cur-program
               perform 32-open-program
           end-if.

           compute ws-net-units = ws-ep-units-sold(ws-ep-idx)
               - ws-ep-units-back(ws-ep-idx).
           compute ws-net-fees = ws-ep-collected(ws-ep-idx)
               - ws-ep-refunded(ws-ep-idx).
           move ws-ep-category(ws-ep-idx) to dl-category.
           move ws-ep-units-sold(ws-ep-idx) to dl-sold.
           move ws-ep-units-back(ws-ep-idx) to dl-back.
           move ws-net-units to dl-net-units.
           move ws-ep-collected(ws-ep-idx) to dl-collected.
           move ws-ep-refunded(ws-ep-idx) to dl-refunded.
           move ws-net-fees to dl-net-fees.
           write report-line from ws-detail-line
               after advancing 1 line.
           add ws-net-units to ws-pgm-units.
           add ws-ep-collected(ws-ep-idx) to ws-pgm-collected.
           add ws-ep-refunded(ws-ep-idx) to ws-pgm-refunded.

      * the program's heading, named off the latest fee-table line
      * that carries it
       32-open-program.
           add 1 to ws-program-count.
           move 0 to ws-pgm-units ws-pgm-collected ws-pgm-refunded.
           move "Y" to ws-pgm-open.
           move ws-cur-program to pl-program.
           move "*** NOT IN FEE TABLE ***" to pl-name.
           move 0 to ws-name-date.
           perform varying ws-ef-idx from 1 by 1
               until ws-ef-idx > ws-ef-count
               if ws-ef-program(ws-ef-idx) = ws-cur-program
                   and ws-ef-date(ws-ef-idx) >= ws-name-date
                   move ws-ef-date(ws-ef-idx) to ws-name-date
                   move ws-ef-program-name(ws-ef-idx) to pl-name
               end-if
           end-perform.
           write report-line from ws-program-line
               after advancing 2 lines.
           write report-line from ws-column-heading
               after advancing 1 line.

      * the program's totals, and its line on the remittance extract
       36-close-program.
           if ws-pgm-open is not equal to "Y"
               go to 36-close-exit
           end-if.
           compute ws-net-fees = ws-pgm-collected - ws-pgm-refunded.
           move ws-pgm-units to pt-net-units.
           move ws-pgm-collected to pt-collected.
           move ws-pgm-refunded to pt-refunded.
           move ws-net-fees to pt-net-fees.
           write report-line from ws-program-total-line
               after advancing 1 line.

           move ws-cur-program to er-program-code.
           move ws-close-period to er-period.
           move ws-pgm-units to er-net-units.
           move ws-net-fees to er-net-fees.
           write remit-record.

           add ws-pgm-collected to ws-chain-collected.
           add ws-pgm-refunded to ws-chain-refunded.
           add ws-net-fees to ws-chain-net.
           move "N" to ws-pgm-open.

       36-close-exit.
           exit.

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/ECOFEEP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="ECOFEEREMIT"==.

       end program EcoFeeRemit.
