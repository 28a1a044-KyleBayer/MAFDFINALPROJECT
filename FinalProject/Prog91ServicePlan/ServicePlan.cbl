       identification division.
       program-id. ServicePlan.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the ninety-first program in our MAFD 4201 Final
      * Project. It is the month-end step for the extended service
      * plans. DataSplitCount takes a plan's price out of the day's
      * sales into deferred revenue and opens a contract for it on
      * svcplan.dat; this step earns each contract's price straight-
      * line over its term - one month's share at every month end
      * after the month it sold in, the whole price once the term
      * has run - and posts what it earned this month out of
      * deferred revenue into service-plan revenue, in the GL
      * extract layout, beside the batch's own extract. A contract
      * returned inside the window was refunded in full, so what it
      * had already earned is backed out again. Each contract keeps
      * what it has earned to date, so a second run in the same
      * month finds nothing more to earn. Prints the deferred-revenue
      * balance by store. Run on demand at month end, alongside
      * MonthClose, with the batch-id of the month's last batch:
      *     ServicePlan <batch-id>

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

      * the batch's business date as the driver recorded it - the
      * month it falls in is the month being closed
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * service-plan contract master - read front to back, each
      * contract's earnings brought up to this month end
           select service-plan-file
           assign to "../../../data/svcplan.dat"
           organization is indexed
           access mode is dynamic
           record key is svc-serial-number
           file status is ws-svc-file-status.

      * this month end's earnings, per store, in the GL extract
      * layout - its existence also tells a rerun of the same batch
      * that the month has already been earned
           select gl-earned-file
           assign to dynamic ws-gl-earned-filename
           organization is line sequential
           file status is ws-ge-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd service-plan-file
           data record is service-plan-record.
       copy "../copybooks/SVCPLAN.cpy".

       fd gl-earned-file
           data record is gl-earned-line
           record contains 36 characters.
       01 gl-earned-line.
           05 ge-store-number          pic xx.
           05 ge-account-code          pic x(4).
           05 ge-debit-credit          pic x.
           05 ge-amount                pic 9(7)v99.
           05 ge-description           pic x(20).

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-gl-earned-filename        pic x(44)
           value spaces.

       77 ws-svc-file-status           pic xx
           value spaces.
       77 ws-ge-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
      * Y when this batch's earnings file is already there - the
      * month has been earned, and this run only reports
       77 ws-already-posted            pic x
           value "N".

      * the deferred-revenue account the plans sold were credited to,
      * and the revenue account they are earned into
       77 ws-gl-plan-deferred-account  pic x(4)
           value "2500".
       77 ws-gl-plan-revenue-account   pic x(4)
           value "4600".

      * the month being closed, YYYYMM, and as a count of months so
      * a contract's months in force are one subtraction
       01 ws-close-period              pic 9(6)
           value 0.
       01 ws-close-period-parts redefines ws-close-period.
           05 ws-close-yyyy            pic 9(4).
           05 ws-close-mm              pic 99.
       77 ws-close-months              pic 9(6)
           value 0.

      * the contract in hand - the month it sold in, the months it
      * has been in force at this month end, and what it should have
      * earned by now
       01 ws-sale-date                 pic 9(8)
           value 0.
       01 ws-sale-date-parts redefines ws-sale-date.
           05 ws-sale-yyyy             pic 9(4).
           05 ws-sale-mm               pic 99.
           05 ws-sale-dd               pic 99.
       77 ws-sale-months               pic 9(6)
           value 0.
       77 ws-months-in-force           pic s9(6)
           value 0.
       77 ws-earned-target             pic 9(5)v99
           value 0.
       77 ws-earned-change             pic s9(5)v99
           value 0.
       77 ws-contract-deferred         pic s9(7)v99
           value 0.
       77 ws-contract-changed          pic x
           value "N".

      * the month's figures by store
       77 ws-st-count                  pic 9(3)
           value 0.
       01 ws-store-table.
           05 ws-st-entry
               occurs 1 to 99 times depending on ws-st-count.
               10 ws-st-store          pic xx.
               10 ws-st-active         pic 9(5).
               10 ws-st-price          pic s9(9)v99.
               10 ws-st-earned         pic s9(9)v99.
               10 ws-st-this-month     pic s9(9)v99.
               10 ws-st-deferred       pic s9(9)v99.
       77 ws-st-idx                    pic 9(3)
           value 0.
       77 ws-st-idx2                   pic 9(3)
           value 0.
       77 ws-st-found                  pic x
           value "N".
       01 ws-st-swap                   pic x(51)
           value spaces.

       77 ws-contracts-read            pic 9(7)
           value 0.
       77 ws-contracts-updated         pic 9(7)
           value 0.
       77 ws-expired-count             pic 9(7)
           value 0.
       77 ws-settled-count             pic 9(7)
           value 0.
      * a contract last earned for a LATER month than this one - an
      * old batch run after a newer month end; left as it stands
       77 ws-later-count               pic 9(7)
           value 0.
       77 ws-gl-lines                  pic 9(5)
           value 0.

       77 ws-total-active              pic 9(7)
           value 0.
       77 ws-total-price               pic s9(11)v99
           value 0.
       77 ws-total-earned              pic s9(11)v99
           value 0.
       77 ws-total-this-month          pic s9(11)v99
           value 0.
       77 ws-total-deferred            pic s9(11)v99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(40)
               value "SERVICE PLAN DEFERRED REVENUE - MONTH ".
           05 rh-period                pic 9(6)
               value 0.
           05 filler                   pic x(12)
               value "   AS OF ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(9)
               value "STORE".
           05 filler                   pic x(8)
               value "  ACTIVE".
           05 filler                   pic x(17)
               value "       PLAN PRICE".
           05 filler                   pic x(17)
               value "   EARNED TO DATE".
           05 filler                   pic x(17)
               value "  EARNED IN MONTH".
           05 filler                   pic x(17)
               value "  STILL DEFERRED".

       01 ws-store-line.
           05 filler                   pic x(2)
               value spaces.
           05 sl-store                 pic xx
               value spaces.
           05 filler                   pic x(5)
               value spaces.
           05 sl-active                pic zz,zz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 sl-price                 pic ---,---,--9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 sl-earned                pic ---,---,--9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 sl-this-month            pic ---,---,--9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 sl-deferred              pic ---,---,--9.99
               value 0.

       01 ws-total-line.
           05 filler                   pic x(9)
               value "TOTAL".
           05 tl-active                pic zz,zz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 tl-price                 pic ---,---,--9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 tl-earned                pic ---,---,--9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 tl-this-month            pic ---,---,--9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 tl-deferred              pic ---,---,--9.99
               value 0.

       01 ws-count-line.
           05 filler                   pic x(20)
               value "CONTRACTS READ: ".
           05 cl-read                  pic zzzzzz9
               value 0.
           05 filler                   pic x(20)
               value "  TERMS RUN OUT: ".
           05 cl-expired               pic zzzzzz9
               value 0.
           05 filler                   pic x(20)
               value "  RETURNS SETTLED: ".
           05 cl-settled               pic zzzzzz9
               value 0.

       01 ws-later-line.
           05 filler                   pic x(48)
               value "  CONTRACTS ALREADY EARNED FOR A LATER MONTH: ".
           05 ll-later                 pic zzzzzz9
               value 0.

       01 ws-posted-line.
           05 filler                   pic x(50)
               value "  (ALREADY EARNED FOR THIS BATCH - REPORT ONLY)".

       01 ws-none-line.
           05 filler                   pic x(50)
               value "  (NO SERVICE-PLAN CONTRACTS ON FILE)".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.
           move ws-business-date(1:6) to ws-close-period.
           compute ws-close-months =
               (ws-close-yyyy * 12) + ws-close-mm.

           open input gl-earned-file.
           if ws-ge-file-status = "00"
               move "Y" to ws-already-posted
               close gl-earned-file
           end-if.

           open output report-file.
           move ws-close-period to rh-period.
           move ws-business-date to rh-date.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.
           if ws-already-posted = "Y"
               write report-line from ws-posted-line
           end-if.

           open i-o service-plan-file.
           if ws-svc-file-status is not equal to "00"
               write report-line from ws-none-line
                   after advancing 1 line
               close report-file
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           move "N" to ws-eof-flag.
           read service-plan-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               perform 20-earn-one-contract thru 20-earn-exit
               read service-plan-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close service-plan-file.

           perform 30-sort-stores.
           if ws-already-posted is not equal to "Y"
               perform 48-write-gl-earned
           end-if.

           write report-line from ws-column-heading
               after advancing 1 line.
           perform 40-print-store
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count.
           move ws-total-active to tl-active.
           move ws-total-price to tl-price.
           move ws-total-earned to tl-earned.
           move ws-total-this-month to tl-this-month.
           move ws-total-deferred to tl-deferred.
           write report-line from ws-total-line
               after advancing 2 lines.
           move ws-contracts-read to cl-read.
           move ws-expired-count to cl-expired.
           move ws-settled-count to cl-settled.
           write report-line from ws-count-line
               after advancing 1 line.
           if ws-later-count > 0
               move ws-later-count to ll-later
               write report-line from ws-later-line
           end-if.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-contracts-read to ws-rl-records-read.
           move ws-contracts-updated to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/ServicePlan_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/glsvcplan_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-gl-earned-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * brings one contract's earnings up to this month end. A live
      * contract has earned its price over the term one month at a
      * time from the month after it sold, and all of it once the
      * term has run (it expires then); a cancelled one was refunded
      * whole, so it keeps nothing it had earned. The change from
      * what it had earned before is this month's, by store.
       20-earn-one-contract.
           add 1 to ws-contracts-read.
           perform 22-find-store.
           move "N" to ws-contract-changed.

           if svc-last-earned-period > ws-close-period
               add 1 to ws-later-count
               go to 20-earn-report
           end-if.

           move svc-sale-date to ws-sale-date.
           compute ws-sale-months = (ws-sale-yyyy * 12) + ws-sale-mm.
           compute ws-months-in-force = ws-close-months
               - ws-sale-months.
           if ws-months-in-force < 0
               move 0 to ws-months-in-force
           end-if.

           evaluate true
               when svc-status = "C"
                   move 0 to ws-earned-target
               when svc-term-months = 0
                   or ws-months-in-force >= svc-term-months
                   move svc-price to ws-earned-target
               when other
                   compute ws-earned-target =
                       (svc-price * ws-months-in-force)
                       / svc-term-months
           end-evaluate.

           if ws-already-posted = "Y"
               go to 20-earn-report
           end-if.

           compute ws-earned-change =
               ws-earned-target - svc-earned-to-date.
           if ws-earned-change is not equal to 0
               add ws-earned-change to ws-st-this-month(ws-st-idx)
               move ws-earned-target to svc-earned-to-date
               move ws-close-period to svc-last-earned-period
               move "Y" to ws-contract-changed
               if svc-status = "C"
                   add 1 to ws-settled-count
               end-if
           end-if.
           if svc-status = "A"
               and (svc-term-months = 0
                   or ws-months-in-force >= svc-term-months)
               move "E" to svc-status
               move ws-close-period to svc-last-earned-period
               move "Y" to ws-contract-changed
               add 1 to ws-expired-count
           end-if.
           if ws-contract-changed = "Y"
               rewrite service-plan-record
               add 1 to ws-contracts-updated
           end-if.

      * what is still owed as coverage is the price less what has
      * been earned and anything refunded on a return
       20-earn-report.
           if svc-status = "A"
               add 1 to ws-st-active(ws-st-idx)
               add svc-price to ws-st-price(ws-st-idx)
           end-if.
           add svc-earned-to-date to ws-st-earned(ws-st-idx).
           compute ws-contract-deferred = svc-price
               - svc-earned-to-date - svc-refund-amount.
           add ws-contract-deferred to ws-st-deferred(ws-st-idx).

       20-earn-exit.
           exit.

      * the contract's store line - a store not seen yet starts one
       22-find-store.
           move "N" to ws-st-found.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
                   or ws-st-found = "Y"
               if ws-st-store(ws-st-idx) = svc-store-number
                   move "Y" to ws-st-found
               end-if
           end-perform.
           if ws-st-found = "Y"
               subtract 1 from ws-st-idx
           else
               if ws-st-count >= 99
                   display "SERVICEPLAN: STORE TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-st-count
               move ws-st-count to ws-st-idx
               move svc-store-number to ws-st-store(ws-st-idx)
               move 0 to ws-st-active(ws-st-idx)
                   ws-st-price(ws-st-idx)
                   ws-st-earned(ws-st-idx)
                   ws-st-this-month(ws-st-idx)
                   ws-st-deferred(ws-st-idx)
           end-if.

      * store order for the report and the extract
       30-sort-stores.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx >= ws-st-count
               perform varying ws-st-idx2 from ws-st-idx by 1
                   until ws-st-idx2 > ws-st-count
                   if ws-st-store(ws-st-idx2) < ws-st-store(ws-st-idx)
                       move ws-st-entry(ws-st-idx) to ws-st-swap
                       move ws-st-entry(ws-st-idx2)
                           to ws-st-entry(ws-st-idx)
                       move ws-st-swap to ws-st-entry(ws-st-idx2)
                   end-if
               end-perform
           end-perform.

      * one store's line, folded into the chain totals
       40-print-store.
           move ws-st-store(ws-st-idx) to sl-store.
           move ws-st-active(ws-st-idx) to sl-active.
           move ws-st-price(ws-st-idx) to sl-price.
           move ws-st-earned(ws-st-idx) to sl-earned.
           move ws-st-this-month(ws-st-idx) to sl-this-month.
           move ws-st-deferred(ws-st-idx) to sl-deferred.
           write report-line from ws-store-line.
           add ws-st-active(ws-st-idx) to ws-total-active.
           add ws-st-price(ws-st-idx) to ws-total-price.
           add ws-st-earned(ws-st-idx) to ws-total-earned.
           add ws-st-this-month(ws-st-idx) to ws-total-this-month.
           add ws-st-deferred(ws-st-idx) to ws-total-deferred.

      * what each store earned this month comes out of deferred
      * revenue into service-plan revenue; a store whose settled
      * returns backed out more than it earned posts the other way
      * round. Written even when nothing was earned, so a rerun of
      * the batch knows the month is done.
       48-write-gl-earned.
           open output gl-earned-file.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if ws-st-this-month(ws-st-idx) is not equal to 0
                   move ws-st-store(ws-st-idx) to ge-store-number
                   move ws-gl-plan-deferred-account to ge-account-code
                   if ws-st-this-month(ws-st-idx) > 0
                       move "D" to ge-debit-credit
                   else
                       move "C" to ge-debit-credit
                   end-if
                   move ws-st-this-month(ws-st-idx) to ge-amount
                   move "SVC PLANS EARNED" to ge-description
                   write gl-earned-line
                   move ws-gl-plan-revenue-account to ge-account-code
                   if ws-st-this-month(ws-st-idx) > 0
                       move "C" to ge-debit-credit
                   else
                       move "D" to ge-debit-credit
                   end-if
                   write gl-earned-line
                   add 2 to ws-gl-lines
               end-if
           end-perform.
           close gl-earned-file.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="SERVICEPLAN"==.

       end program ServicePlan.
