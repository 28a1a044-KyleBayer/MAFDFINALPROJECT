      * daily figures and the running MTD statements - and bursts
      * one packet per district the way ReportBurst bursts per
      * store. Stores with no district yet roll up under "??" so
      * the gap is visible instead of silent. Each district and the
      * chain also show sales against the same weekday last year,
      * for the day and the period to date, comparable stores and
      * all stores side by side - a store that opened this year
      * makes the chain look good without anyone selling more.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-bd-file-status.

      * fiscal 4-4-5 calendar - where the period to date starts
      * when it's present; the first of the month otherwise
           select fiscal-cal-file
           assign to "../../../data/fiscalcal.dat"
           organization is line sequential
           file status is ws-fc-file-status.

      * store master - the store-to-district hierarchy, and the
      * open/remodel/close dates that decide which stores are
      * comparable
           select store-master-file
           assign to "../../../data/storemaster.dat"
           organization is indexed
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

       fd store-mtd-file

       copy "../copybooks/BUSDATWS.cpy".

       copy "../copybooks/FISCWS.cpy".

       copy "../copybooks/COMPWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
               10 ws-st-district       pic xx.
               10 ws-st-day-amt        pic 9(9)v99.
               10 ws-st-mtd-amt        pic 9(9)v99.
      * C when the store is comparable for the period, N when new
      * (or remodeled, or closed) - and the history-side figures
      * the year-over-year change is worked from
               10 ws-st-comp           pic x.
               10 ws-st-day-ly         pic 9(9)v99.
               10 ws-st-ptd-amt        pic 9(9)v99.
               10 ws-st-ptd-ly         pic 9(9)v99.
       77 ws-st-idx                    pic 9(3)
           value 0.

      * the year-over-year windows - the period to date, and the
      * same days 52 weeks back so the weekday mix matches
       77 ws-ptd-start                 pic 9(8)
           value 0.
       77 ws-ly-day                    pic 9(8)
           value 0.
       77 ws-ly-ptd-start              pic 9(8)
           value 0.

      * the distinct districts, in first-seen order
       77 ws-di-count                  pic 9(3)
           value 0.
               10 ws-di-district       pic xx.
               10 ws-di-day-amt        pic 9(11)v99.
               10 ws-di-mtd-amt        pic 9(11)v99.
               10 ws-di-yoy.
                   15 ws-di-day-cur-comp pic 9(11)v99.
                   15 ws-di-day-ly-comp pic 9(11)v99.
                   15 ws-di-day-ly     pic 9(11)v99.
                   15 ws-di-ptd-cur-comp pic 9(11)v99.
                   15 ws-di-ptd-ly-comp pic 9(11)v99.
                   15 ws-di-ptd-cur    pic 9(11)v99.
                   15 ws-di-ptd-ly     pic 9(11)v99.
       77 ws-di-idx                    pic 9(3)
           value 0.
       77 ws-di-found                  pic x
           value 0.
       77 ws-chain-mtd-amt             pic 9(11)v99
           value 0.
       01 ws-chain-yoy.
           05 ws-ch-day-cur-comp       pic 9(11)v99
               value 0.
           05 ws-ch-day-ly-comp        pic 9(11)v99
               value 0.
           05 ws-ch-day-ly             pic 9(11)v99
               value 0.
           05 ws-ch-ptd-cur-comp       pic 9(11)v99
               value 0.
           05 ws-ch-ptd-ly-comp        pic 9(11)v99
               value 0.
           05 ws-ch-ptd-cur            pic 9(11)v99
               value 0.
           05 ws-ch-ptd-ly             pic 9(11)v99
               value 0.

      * the figures the change line is built from - a district's or
      * the chain's, moved in before 45-build-change-line
       01 ws-change-figures.
           05 ws-cg-day-cur-comp       pic 9(11)v99
               value 0.
           05 ws-cg-day-ly-comp        pic 9(11)v99
               value 0.
           05 ws-cg-day-ly             pic 9(11)v99
               value 0.
           05 ws-cg-ptd-cur-comp       pic 9(11)v99
               value 0.
           05 ws-cg-ptd-ly-comp        pic 9(11)v99
               value 0.
           05 ws-cg-ptd-cur            pic 9(11)v99
               value 0.
           05 ws-cg-ptd-ly             pic 9(11)v99
               value 0.
       77 ws-cg-day-cur                pic 9(11)v99
           value 0.
       77 ws-packets-written           pic 9(3)
           value 0.

               value "  MTD: ".
           05 sd-mtd-amt               pic $$,$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 sd-comp                  pic x(4)
               value spaces.

       01 ws-district-total-detail.
           05 filler                   pic x(16)
           05 dt-mtd-amt               pic $$$,$$$,$$9.99
               value 0.

      * year-over-year percent change under a district or chain
      * total - comparable stores beside all stores
       01 ws-change-detail.
           05 filler                   pic x(10)
               value "  VS LY   ".
           05 filler                   pic x(11)
               value "DAY  COMP: ".
           05 cd-day-comp              pic ----9.9
               value 0.
           05 filler                   pic x(7)
               value "%  ALL:".
           05 cd-day-all               pic ----9.9
               value 0.
           05 filler                   pic x(14)
               value "%   PTD  COMP:".
           05 cd-ptd-comp              pic ----9.9
               value 0.
           05 filler                   pic x(7)
               value "%  ALL:".
           05 cd-ptd-all               pic ----9.9
               value 0.
           05 filler                   pic x
               value "%".

       01 ws-chain-total-detail.
           05 filler                   pic x(18)
               value "CHAIN TOTAL       ".
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.
           perform 05-work-out-windows.

           open output report-file.
           move ws-batch-id to rh-batch-id.
               ".dat" delimited by size
               into ws-busdate-filename.

      * the period to date starts on the fiscal period's first day,
      * or the first of the month off the fiscal calendar; last
      * year's windows sit 364 days back, the same weekdays
       05-work-out-windows.
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

       10-load-store-hierarchy.
           move "N" to ws-eof-flag.
           open input store-master-file.
                       end-if
                       move 0 to ws-st-day-amt(ws-st-count)
                       move 0 to ws-st-mtd-amt(ws-st-count)
                       move 0 to ws-st-day-ly(ws-st-count)
                       move 0 to ws-st-ptd-amt(ws-st-count)
                       move 0 to ws-st-ptd-ly(ws-st-count)
                       perform 97-check-comp-store
                           thru 97-check-comp-exit
                       if ws-comp-flag = "Y"
                           move "C" to ws-st-comp(ws-st-count)
                       else
                           move "N" to ws-st-comp(ws-st-count)
                       end-if
                   end-if
                   read store-master-file
                       at end move "Y" to ws-eof-flag
           end-if.
           move "N" to ws-eof-flag.

      * the batch day's sales per store, off the daily history -
      * and in the same pass the period to date and last year's day
      * and period to date the change lines compare
       20-fold-day-figures.
           move "N" to ws-eof-flag.
           open input store-history-file.
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if (shd-date >= ws-ptd-start
                       and shd-date <= ws-business-date)
                       or (shd-date >= ws-ly-ptd-start
                       and shd-date <= ws-ly-day)
                       perform varying ws-st-idx from 1 by 1
                           until ws-st-idx > ws-st-count
                           if shd-store-number
                               = ws-st-store(ws-st-idx)
                               perform 22-fold-one-day
                           end-if
                       end-perform
                   end-if
           end-if.
           move "N" to ws-eof-flag.

       22-fold-one-day.
           if shd-date = ws-business-date
               add shd-sales-amt to ws-st-day-amt(ws-st-idx)
           end-if.
           if shd-date = ws-ly-day
               add shd-sales-amt to ws-st-day-ly(ws-st-idx)
           end-if.
           if shd-date >= ws-ptd-start
               and shd-date <= ws-business-date
               add shd-sales-amt to ws-st-ptd-amt(ws-st-idx)
           end-if.
           if shd-date >= ws-ly-ptd-start
               and shd-date <= ws-ly-day
               add shd-sales-amt to ws-st-ptd-ly(ws-st-idx)
           end-if.

      * the running MTD sales per store - whatever period the file
      * currently carries, which is the one DataSplitCount last
      * folded
                           to ws-di-day-amt(ws-di-idx)
                       add ws-st-mtd-amt(ws-st-idx)
                           to ws-di-mtd-amt(ws-di-idx)
                       perform 32-add-store-yoy
                   end-if
               end-perform
               if ws-di-found is not equal to "Y"
                       to ws-di-day-amt(ws-di-count)
                   move ws-st-mtd-amt(ws-st-idx)
                       to ws-di-mtd-amt(ws-di-count)
                   move ws-di-count to ws-di-idx
                   move zeros to ws-di-yoy(ws-di-idx)
                   perform 32-add-store-yoy
               end-if
               add ws-st-day-amt(ws-st-idx) to ws-chain-day-amt
               add ws-st-mtd-amt(ws-st-idx) to ws-chain-mtd-amt
               add ws-st-day-ly(ws-st-idx) to ws-ch-day-ly
               add ws-st-ptd-amt(ws-st-idx) to ws-ch-ptd-cur
               add ws-st-ptd-ly(ws-st-idx) to ws-ch-ptd-ly
               if ws-st-comp(ws-st-idx) = "C"
                   add ws-st-day-amt(ws-st-idx) to ws-ch-day-cur-comp
                   add ws-st-day-ly(ws-st-idx) to ws-ch-day-ly-comp
                   add ws-st-ptd-amt(ws-st-idx) to ws-ch-ptd-cur-comp
                   add ws-st-ptd-ly(ws-st-idx) to ws-ch-ptd-ly-comp
               end-if
           end-perform.

      * the store's year-over-year figures into its district - all
      * stores always, the comparable ones again on the comp side
       32-add-store-yoy.
           add ws-st-day-ly(ws-st-idx) to ws-di-day-ly(ws-di-idx).
           add ws-st-ptd-amt(ws-st-idx) to ws-di-ptd-cur(ws-di-idx).
           add ws-st-ptd-ly(ws-st-idx) to ws-di-ptd-ly(ws-di-idx).
           if ws-st-comp(ws-st-idx) = "C"
               add ws-st-day-amt(ws-st-idx)
                   to ws-di-day-cur-comp(ws-di-idx)
               add ws-st-day-ly(ws-st-idx)
                   to ws-di-day-ly-comp(ws-di-idx)
               add ws-st-ptd-amt(ws-st-idx)
                   to ws-di-ptd-cur-comp(ws-di-idx)
               add ws-st-ptd-ly(ws-st-idx)
                   to ws-di-ptd-ly-comp(ws-di-idx)
           end-if.

      * the combined package: each district's stores, its total,
      * then the chain line
       40-print-rollup.
                       move ws-st-name(ws-st-idx) to sd-name
                       move ws-st-day-amt(ws-st-idx) to sd-day-amt
                       move ws-st-mtd-amt(ws-st-idx) to sd-mtd-amt
                       perform 44-set-comp-label
                       write report-line from ws-store-detail
                           after advancing 1 line
                   end-if
               move ws-di-mtd-amt(ws-di-idx) to dt-mtd-amt
               write report-line from ws-district-total-detail
                   after advancing 1 line
               move ws-di-yoy(ws-di-idx) to ws-change-figures
               move ws-di-day-amt(ws-di-idx) to ws-cg-day-cur
               perform 45-build-change-line
               write report-line from ws-change-detail
                   after advancing 1 line
           end-perform.

           move ws-chain-day-amt to ct-day-amt.
           move ws-chain-mtd-amt to ct-mtd-amt.
           write report-line from ws-chain-total-detail
               after advancing 2 lines.
           move ws-chain-yoy to ws-change-figures.
           move ws-chain-day-amt to ws-cg-day-cur.
           perform 45-build-change-line.
           write report-line from ws-change-detail
               after advancing 1 line.

       44-set-comp-label.
           if ws-st-comp(ws-st-idx) = "C"
               move "COMP" to sd-comp
           else
               move "NEW" to sd-comp
           end-if.

      * the four percent changes off whichever figures were moved
      * into ws-change-figures
       45-build-change-line.
           move ws-cg-day-cur-comp to ws-comp-cur.
           move ws-cg-day-ly-comp to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to cd-day-comp.
           move ws-cg-day-cur to ws-comp-cur.
           move ws-cg-day-ly to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to cd-day-all.
           move ws-cg-ptd-cur-comp to ws-comp-cur.
           move ws-cg-ptd-ly-comp to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to cd-ptd-comp.
           move ws-cg-ptd-cur to ws-comp-cur.
           move ws-cg-ptd-ly to ws-comp-prior.
           perform 98-compute-pct-change.
           move ws-comp-pct to cd-ptd-all.

      * one packet file per district - the manager's own stores and
      * totals, nothing else, same morning-file-copy idea as
                       move ws-st-name(ws-st-idx) to sd-name
                       move ws-st-day-amt(ws-st-idx) to sd-day-amt
                       move ws-st-mtd-amt(ws-st-idx) to sd-mtd-amt
                       perform 44-set-comp-label
                       write packet-line from ws-store-detail
                           after advancing 1 line
                   end-if
               move ws-di-mtd-amt(ws-di-idx) to dt-mtd-amt
               write packet-line from ws-district-total-detail
                   after advancing 1 line
               move ws-di-yoy(ws-di-idx) to ws-change-figures
               move ws-di-day-amt(ws-di-idx) to ws-cg-day-cur
               perform 45-build-change-line
               write packet-line from ws-change-detail
                   after advancing 1 line
               close packet-file
           end-perform.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/FISCP.cpy".

       copy "../copybooks/COMPP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="DISTRICTROLLUP"==.

