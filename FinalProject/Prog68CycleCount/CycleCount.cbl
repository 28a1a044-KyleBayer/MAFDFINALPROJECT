       identification division.
       program-id. CycleCount.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-eighth program in our MAFD 4201 Final
      * Project. PhysCount only ever took the wall-to-wall count, so
      * the stores counted everything once a year and the inventory
      * master drifted in between. Each night this step classes
      * every store's SKUs A, B or C on their trailing sales dollars
      * from the sales history (the top sellers making up most of
      * the dollars are A, the long tail C), keeps that on the
      * cycle-count master, and cuts each store's count list for
      * tomorrow: a slice of each class sized so that every A SKU
      * comes round on the A cycle, every B on the B cycle, every C
      * on the C cycle, the longest-uncounted first. The stores
      * send the counts back through PhysCount's CYCLE mode, which
      * posts the variances as partial counts and stamps the cycle
      * master; the running count accuracy by store prints here
      * every night. Runs in the chain right after OrderGen.

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
      * trailing sales window ends here and the list is for the day
      * after
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the permanent sales history - every sale and layaway line
           select sales-history-file
           assign to "../../../data/saleshist.dat"
           organization is indexed
           access mode is sequential
           record key is sh-invoice-key
           file status is ws-sh-file-status.

      * the inventory master, front to back - store/SKU order is the
      * order the stores are classed in
           select inventory-master-file
           assign to "../../../data/invmaster.dat"
           organization is indexed
           access mode is sequential
           record key is im-store-sku-key
           file status is ws-im-file-status.

      * SKU master - descriptions for the printed lists
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * cycle-count master - class, last counted, last listed, and
      * the accuracy counters PhysCount keeps
           select cycle-count-file
           assign to "../../../data/ccmaster.dat"
           organization is indexed
           access mode is random
           record key is cc-store-sku-key
           file status is ws-cc-file-status.

      * configurable cycle lengths and class cut-offs - changeable
      * by loss prevention without a recompile
           select cycle-config-file
           assign to "../../../data/ccycle.dat"
           organization is line sequential
           file status is ws-cy-file-status.

      * one store's count list for tomorrow, laid out as the count
      * lines PhysCount reads - the store keys the counted quantity
      * and sends it back
           select count-list-file
           assign to dynamic ws-list-filename
           organization is line sequential
           file status is ws-cl-file-status.

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

       fd sales-history-file
           data record is sales-history-record.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==sh==
                     ==input-line== by ==sales-history-record==.

       fd inventory-master-file
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd cycle-count-file
           data record is cycle-count-record.
       copy "../copybooks/CCMAST.cpy".

       fd cycle-config-file
           data record is cycle-config-record
           record contains 16 characters.
       01 cycle-config-record.
      * days in each class's counting cycle
           05 cy-days-a                pic 9(3).
           05 cy-days-b                pic 9(3).
           05 cy-days-c                pic 9(3).
      * days of sales history the classes are judged on
           05 cy-trailing-days         pic 9(3).
      * cumulative share of a store's sales dollars that is A, and
      * that is A or B - the rest is C
           05 cy-pct-a                 pic 99.
           05 cy-pct-b                 pic 99.

       fd count-list-file
           data record is count-list-record
           record contains 32 characters.
       01 count-list-record.
           05 cl-store-number          pic xx.
           05 cl-sku-code              pic x(15).
           05 cl-counted-qty           pic 9(7).
           05 cl-count-date            pic 9(8).

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

       77 ws-list-filename             pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-sh-file-status            pic xx
           value spaces.
       77 ws-im-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-cc-file-status            pic xx
           value spaces.
       77 ws-cy-file-status            pic xx
           value spaces.
       77 ws-cl-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in defaults: A monthly, B quarterly, C once a year,
      * classed on ninety days of sales at 80/95 percent, unless
      * ccycle.dat says otherwise
       01 ws-cycle-days-table.
           05 ws-cycle-days            pic 9(3)
               occurs 3 times.
       77 ws-trailing-days             pic 9(3)
           value 90.
       77 ws-pct-a                     pic 99
           value 80.
       77 ws-pct-b                     pic 99
           value 95.

       77 ws-today-int                 pic 9(7)
           value 0.
       77 ws-tomorrow                  pic 9(8)
           value 0.
       77 ws-tomorrow-int              pic 9(7)
           value 0.
       77 ws-window-start              pic 9(8)
           value 0.
       77 ws-recent-list-date          pic 9(8)
           value 0.

      * trailing sales dollars per store/SKU
       77 ws-sd-count                  pic 9(5)
           value 0.
       01 ws-sales-table.
           05 ws-sd-entry
               occurs 1 to 20000 times depending on ws-sd-count.
               10 ws-sd-store          pic xx.
               10 ws-sd-sku            pic x(15).
               10 ws-sd-dollars        pic s9(9)v99.
       77 ws-sd-idx                    pic 9(5)
           value 0.
       77 ws-sd-found                  pic x
           value "N".

      * the store being classed - every position it carries
       77 ws-cur-store                 pic xx
           value spaces.
       77 ws-cp-count                  pic 9(5)
           value 0.
       01 ws-position-table.
           05 ws-cp-entry
               occurs 1 to 10000 times depending on ws-cp-count.
               10 ws-cp-sku            pic x(15).
               10 ws-cp-dollars        pic 9(9)v99.
               10 ws-cp-class          pic x.
               10 ws-cp-class-no       pic 9.
               10 ws-cp-last-counted   pic 9(8).
               10 ws-cp-last-listed    pic 9(8).
      * Y = due on its cycle, P = picked for tomorrow's list
               10 ws-cp-pick           pic x.
       77 ws-cp-idx                    pic 9(5)
           value 0.
       77 ws-cp-idx2                   pic 9(5)
           value 0.
       01 ws-cp-swap                   pic x(45)
           value spaces.

       77 ws-store-dollars             pic 9(11)v99
           value 0.
       77 ws-cum-dollars               pic 9(11)v99
           value 0.
       77 ws-cum-pct                   pic 9(3)v99
           value 0.

      * per class within the store: positions, tomorrow's slice,
      * and how many made the list
       01 ws-class-totals.
           05 ws-ct-entry occurs 3 times.
               10 ws-ct-positions      pic 9(5).
               10 ws-ct-capacity       pic 9(5).
               10 ws-ct-listed         pic 9(5).
       77 ws-cls-idx                   pic 9
           value 0.
       77 ws-pick-round                pic 9(5)
           value 0.
       77 ws-best-idx                  pic 9(5)
           value 0.
       77 ws-due-int                   pic 9(7)
           value 0.

       77 ws-store-counts              pic 9(7)
           value 0.
       77 ws-store-exact               pic 9(7)
           value 0.
       77 ws-accuracy-pct              pic 9(3)v9
           value 0.

       77 ws-positions-read            pic 9(7)
           value 0.
       77 ws-listed-total              pic 9(7)
           value 0.
       77 ws-store-count               pic 9(3)
           value 0.

       01 ws-class-letters             pic x(3)
           value "ABC".

       01 ws-report-heading.
           05 filler                   pic x(33)
               value "CYCLE COUNT LISTS - COUNT DATE ".
           05 rh-count-date            pic 9(8)
               value 0.
           05 filler                   pic x(9)
               value "  BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-store-heading.
           05 filler                   pic x(6)
               value "STORE ".
           05 hd-store                 pic xx
               value spaces.
           05 filler                   pic x(5)
               value "   A:".
           05 hd-a-positions           pic zzzz9
               value 0.
           05 filler                   pic x(5)
               value "   B:".
           05 hd-b-positions           pic zzzz9
               value 0.
           05 filler                   pic x(5)
               value "   C:".
           05 hd-c-positions           pic zzzz9
               value 0.
           05 filler                   pic x(11)
               value "   LISTED: ".
           05 hd-listed                pic zzzz9
               value 0.
           05 filler                   pic x(13)
               value "   ACCURACY: ".
           05 hd-accuracy              pic zz9.9
               value 0.
           05 filler                   pic x(3)
               value "% (".
           05 hd-exact                 pic zzzzzz9
               value 0.
           05 filler                   pic x(4)
               value " OF ".
           05 hd-counts                pic zzzzzz9
               value 0.
           05 filler                   pic x
               value ")".

       01 ws-list-column.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(22)
               value "DESCRIPTION".
           05 filler                   pic x(7)
               value "CLASS".
           05 filler                   pic x(14)
               value "LAST COUNTED".
           05 filler                   pic x(14)
               value "TRAILING SALES".

       01 ws-list-detail.
           05 filler                   pic x(4)
               value spaces.
           05 ld-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ld-description           pic x(20)
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 ld-class                 pic x
               value space.
           05 filler                   pic x(4)
               value spaces.
           05 ld-last-counted          pic x(8)
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 ld-dollars               pic $$$,$$$,$$9.99
               value 0.

       01 ws-totals-line.
           05 filler                   pic x(8)
               value "STORES: ".
           05 tl-stores                pic zz9
               value 0.
           05 filler                   pic x(14)
               value "  POSITIONS: ".
           05 tl-positions             pic zzzzzz9
               value 0.
           05 filler                   pic x(11)
               value "  LISTED: ".
           05 tl-listed                pic zzzzzz9
               value 0.

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "INVENTORY OR CYCLE MASTER NOT AVAILABLE".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.
           perform 02-load-config.

           compute ws-today-int =
               function integer-of-date(ws-business-date).
           compute ws-tomorrow-int = ws-today-int + 1.
           compute ws-tomorrow =
               function date-of-integer(ws-tomorrow-int).
           compute ws-window-start = function date-of-integer(
               ws-today-int - ws-trailing-days + 1).
           compute ws-recent-list-date =
               function date-of-integer(ws-today-int - 6).

           open output report-file.
           move ws-tomorrow to rh-count-date.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

      * the cycle master is created the first night
           open i-o cycle-count-file.
           if ws-cc-file-status = "35"
               open output cycle-count-file
               close cycle-count-file
               open i-o cycle-count-file
           end-if.
           open input inventory-master-file.
           if ws-im-file-status is not equal to "00"
               or ws-cc-file-status is not equal to "00"
               write report-line from ws-no-master-line
               close report-file
               if ws-im-file-status = "00"
                   close inventory-master-file
               end-if
               if ws-cc-file-status = "00"
                   close cycle-count-file
               end-if
               move 8 to return-code
               move 8 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.

           perform 10-load-trailing-sales.

           read inventory-master-file
               at end move "Y" to ws-eof-flag.
           perform 20-class-one-store
               until ws-eof-flag = "Y".

           close inventory-master-file cycle-count-file.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

           move ws-store-count to tl-stores.
           move ws-positions-read to tl-positions.
           move ws-listed-total to tl-listed.
           write report-line from ws-totals-line
               after advancing 2 lines.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-positions-read to ws-rl-records-read.
           move ws-listed-total to ws-rl-records-written.
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

           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.
           string "../../../data/CycleCount_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * loads the cycle lengths and cut-offs - keeps the compiled-in
      * defaults for anything ccycle.dat doesn't give as a number
       02-load-config.
           move 30 to ws-cycle-days(1).
           move 90 to ws-cycle-days(2).
           move 365 to ws-cycle-days(3).
           open input cycle-config-file.
           if ws-cy-file-status = "00"
               read cycle-config-file
                   at end
                       continue
                   not at end
                       if cy-days-a is numeric and cy-days-a > 0
                           move cy-days-a to ws-cycle-days(1)
                       end-if
                       if cy-days-b is numeric and cy-days-b > 0
                           move cy-days-b to ws-cycle-days(2)
                       end-if
                       if cy-days-c is numeric and cy-days-c > 0
                           move cy-days-c to ws-cycle-days(3)
                       end-if
                       if cy-trailing-days is numeric
                           and cy-trailing-days > 0
                           move cy-trailing-days to ws-trailing-days
                       end-if
                       if cy-pct-a is numeric and cy-pct-b is numeric
                           and cy-pct-a > 0 and cy-pct-b > cy-pct-a
                           move cy-pct-a to ws-pct-a
                           move cy-pct-b to ws-pct-b
                       end-if
               end-read
               close cycle-config-file
           end-if.

      * sale and layaway item lines inside the trailing window,
      * folded into dollars per store/SKU
       10-load-trailing-sales.
           move "N" to ws-eof-flag.
           open input sales-history-file.
           if ws-sh-file-status = "00"
               read sales-history-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if (sh-transaction-code = "S"
                       or sh-transaction-code = "L")
                       and sh-invoice-line-type is not equal to "H"
                       and sh-sku-code is not equal to spaces
                       and sh-transaction-date >= ws-window-start
                       and sh-transaction-date <= ws-business-date
                       and sh-transaction-amount is numeric
                       perform 12-post-sales
                   end-if
                   read sales-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close sales-history-file
           end-if.
           move "N" to ws-eof-flag.

       12-post-sales.
           move "N" to ws-sd-found.
           perform varying ws-sd-idx from 1 by 1
               until ws-sd-idx > ws-sd-count
                   or ws-sd-found = "Y"
               if sh-store-number = ws-sd-store(ws-sd-idx)
                   and sh-sku-code = ws-sd-sku(ws-sd-idx)
                   move "Y" to ws-sd-found
                   add sh-transaction-amount
                       to ws-sd-dollars(ws-sd-idx)
               end-if
           end-perform.
           if ws-sd-found is not equal to "Y"
               if ws-sd-count >= 20000
                   display "CYCLECOUNT: SALES TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-sd-count
               move sh-store-number to ws-sd-store(ws-sd-count)
               move sh-sku-code to ws-sd-sku(ws-sd-count)
               move sh-transaction-amount
                   to ws-sd-dollars(ws-sd-count)
           end-if.

      * one store: gather its positions, class them, keep the cycle
      * master in step, and cut tomorrow's list
       20-class-one-store.
           move im-store-number to ws-cur-store.
           move 0 to ws-cp-count ws-store-dollars.
           move 0 to ws-store-counts ws-store-exact.
           initialize ws-class-totals.
           add 1 to ws-store-count.
           perform 22-gather-one-position
               until ws-eof-flag = "Y"
                   or im-store-number is not equal to ws-cur-store.

           perform 30-sort-by-dollars.
           perform 32-assign-classes.
           perform 40-pick-todays-slice.
           perform 50-write-store-list.

       22-gather-one-position.
           add 1 to ws-positions-read.
           if ws-cp-count >= 10000
               display "CYCLECOUNT: POSITION TABLE FULL - RAISE "
                   "LIMIT AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-cp-count.
           move im-sku-code to ws-cp-sku(ws-cp-count).
           move 0 to ws-cp-dollars(ws-cp-count).
           move "N" to ws-sd-found.
           perform varying ws-sd-idx from 1 by 1
               until ws-sd-idx > ws-sd-count
                   or ws-sd-found = "Y"
               if im-store-number = ws-sd-store(ws-sd-idx)
                   and im-sku-code = ws-sd-sku(ws-sd-idx)
                   move "Y" to ws-sd-found
      * a position that returned more than it sold has no sales
      * dollars to rank on
                   if ws-sd-dollars(ws-sd-idx) > 0
                       move ws-sd-dollars(ws-sd-idx)
                           to ws-cp-dollars(ws-cp-count)
                   end-if
               end-if
           end-perform.
           add ws-cp-dollars(ws-cp-count) to ws-store-dollars.
           move space to ws-cp-class(ws-cp-count).
           move 0 to ws-cp-class-no(ws-cp-count).
           move 0 to ws-cp-last-counted(ws-cp-count).
           move 0 to ws-cp-last-listed(ws-cp-count).
           move "N" to ws-cp-pick(ws-cp-count).
           read inventory-master-file
               at end move "Y" to ws-eof-flag.

      * biggest sellers first - the class cut-offs read down this
       30-sort-by-dollars.
           perform varying ws-cp-idx from 1 by 1
               until ws-cp-idx >= ws-cp-count
               perform varying ws-cp-idx2 from ws-cp-idx by 1
                   until ws-cp-idx2 > ws-cp-count
                   if ws-cp-dollars(ws-cp-idx2)
                       > ws-cp-dollars(ws-cp-idx)
                       move ws-cp-entry(ws-cp-idx) to ws-cp-swap
                       move ws-cp-entry(ws-cp-idx2)
                           to ws-cp-entry(ws-cp-idx)
                       move ws-cp-swap to ws-cp-entry(ws-cp-idx2)
                   end-if
               end-perform
           end-perform.

      * a SKU is A while the sellers above it haven't yet made up
      * the A share of the store's dollars, B while they haven't
      * made up the B share, C after that - and a SKU that sold
      * nothing in the window is C whatever its place
       32-assign-classes.
           move 0 to ws-cum-dollars.
           perform varying ws-cp-idx from 1 by 1
               until ws-cp-idx > ws-cp-count
               move 0 to ws-cum-pct
               if ws-store-dollars > 0
                   compute ws-cum-pct =
                       ws-cum-dollars * 100 / ws-store-dollars
               end-if
               evaluate true
                   when ws-cp-dollars(ws-cp-idx) = 0
                       move 3 to ws-cp-class-no(ws-cp-idx)
                   when ws-cum-pct < ws-pct-a
                       move 1 to ws-cp-class-no(ws-cp-idx)
                   when ws-cum-pct < ws-pct-b
                       move 2 to ws-cp-class-no(ws-cp-idx)
                   when other
                       move 3 to ws-cp-class-no(ws-cp-idx)
               end-evaluate
               move ws-class-letters(ws-cp-class-no(ws-cp-idx):1)
                   to ws-cp-class(ws-cp-idx)
               add ws-cp-dollars(ws-cp-idx) to ws-cum-dollars
               add 1 to ws-ct-positions(ws-cp-class-no(ws-cp-idx))
               perform 34-update-cycle-master
           end-perform.

      * the class and dollars go onto the cycle master; what it
      * already knows about counting comes back for the pick
       34-update-cycle-master.
           move ws-cur-store to cc-store-number.
           move ws-cp-sku(ws-cp-idx) to cc-sku-code.
           read cycle-count-file
               invalid key
                   move ws-cur-store to cc-store-number
                   move ws-cp-sku(ws-cp-idx) to cc-sku-code
                   move ws-cp-class(ws-cp-idx) to cc-abc-class
                   move ws-cp-dollars(ws-cp-idx) to cc-sales-dollars
                   move 0 to cc-last-counted cc-last-listed
                   move 0 to cc-count-total cc-count-exact
                   write cycle-count-record
               not invalid key
                   move cc-last-counted
                       to ws-cp-last-counted(ws-cp-idx)
                   move cc-last-listed
                       to ws-cp-last-listed(ws-cp-idx)
                   add cc-count-total to ws-store-counts
                   add cc-count-exact to ws-store-exact
                   move ws-cp-class(ws-cp-idx) to cc-abc-class
                   move ws-cp-dollars(ws-cp-idx) to cc-sales-dollars
                   rewrite cycle-count-record
           end-read.

      * each class's daily slice is its positions spread over its
      * cycle, rounded up; the slice is filled from the positions
      * due on their cycle, longest-uncounted (never counted first)
      * - and one already on a list from the last week that hasn't
      * come back counted yet isn't listed again
       40-pick-todays-slice.
           perform varying ws-cp-idx from 1 by 1
               until ws-cp-idx > ws-cp-count
               move ws-cp-class-no(ws-cp-idx) to ws-cls-idx
               if ws-cp-last-counted(ws-cp-idx) = 0
                   move ws-tomorrow-int to ws-due-int
               else
                   compute ws-due-int = function integer-of-date(
                       ws-cp-last-counted(ws-cp-idx))
                       + ws-cycle-days(ws-cls-idx)
               end-if
               if ws-due-int <= ws-tomorrow-int
                   move "Y" to ws-cp-pick(ws-cp-idx)
               end-if
               if ws-cp-last-listed(ws-cp-idx)
                   > ws-cp-last-counted(ws-cp-idx)
                   and ws-cp-last-listed(ws-cp-idx)
                       >= ws-recent-list-date
                   and ws-cp-last-listed(ws-cp-idx) < ws-tomorrow
                   move "N" to ws-cp-pick(ws-cp-idx)
               end-if
           end-perform.

           perform varying ws-cls-idx from 1 by 1
               until ws-cls-idx > 3
               compute ws-ct-capacity(ws-cls-idx) =
                   (ws-ct-positions(ws-cls-idx)
                   + ws-cycle-days(ws-cls-idx) - 1)
                   / ws-cycle-days(ws-cls-idx)
               perform varying ws-pick-round from 1 by 1
                   until ws-pick-round > ws-ct-capacity(ws-cls-idx)
                   perform 42-pick-oldest
               end-perform
           end-perform.

       42-pick-oldest.
           move 0 to ws-best-idx.
           perform varying ws-cp-idx from 1 by 1
               until ws-cp-idx > ws-cp-count
               if ws-cp-pick(ws-cp-idx) = "Y"
                   and ws-cp-class-no(ws-cp-idx) = ws-cls-idx
                   if ws-best-idx = 0
                       move ws-cp-idx to ws-best-idx
                   else
                       if ws-cp-last-counted(ws-cp-idx)
                           < ws-cp-last-counted(ws-best-idx)
                           move ws-cp-idx to ws-best-idx
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-best-idx > 0
               move "P" to ws-cp-pick(ws-best-idx)
               add 1 to ws-ct-listed(ws-cls-idx)
           end-if.

      * the store's list file, its report block, and the listed
      * date onto the cycle master
       50-write-store-list.
           move spaces to ws-list-filename.
           string "../../../data/cyclelist_" delimited by size
               ws-cur-store delimited by size
               "_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-list-filename.
           open output count-list-file.

           move ws-cur-store to hd-store.
           move ws-ct-positions(1) to hd-a-positions.
           move ws-ct-positions(2) to hd-b-positions.
           move ws-ct-positions(3) to hd-c-positions.
           compute hd-listed = ws-ct-listed(1) + ws-ct-listed(2)
               + ws-ct-listed(3).
           move 0 to ws-accuracy-pct.
           if ws-store-counts > 0
               compute ws-accuracy-pct rounded =
                   ws-store-exact * 100 / ws-store-counts
           end-if.
           move ws-accuracy-pct to hd-accuracy.
           move ws-store-exact to hd-exact.
           move ws-store-counts to hd-counts.
           write report-line from ws-store-heading
               after advancing 2 lines.
           write report-line from ws-list-column
               after advancing 1 line.

           perform varying ws-cp-idx from 1 by 1
               until ws-cp-idx > ws-cp-count
               if ws-cp-pick(ws-cp-idx) = "P"
                   perform 52-list-one-position
               end-if
           end-perform.
           close count-list-file.

       52-list-one-position.
           add 1 to ws-listed-total.
           move ws-cur-store to cl-store-number.
           move ws-cp-sku(ws-cp-idx) to cl-sku-code.
           move 0 to cl-counted-qty.
           move ws-tomorrow to cl-count-date.
           write count-list-record.

           move ws-cp-sku(ws-cp-idx) to ld-sku.
           move spaces to ld-description.
           if ws-skm-file-available = "Y"
               move ws-cp-sku(ws-cp-idx) to sm-sku-code
               read sku-master-file
                   invalid key
                       continue
                   not invalid key
                       move sm-sku-description to ld-description
               end-read
           end-if.
           move ws-cp-class(ws-cp-idx) to ld-class.
           if ws-cp-last-counted(ws-cp-idx) = 0
               move "NEVER" to ld-last-counted
           else
               move ws-cp-last-counted(ws-cp-idx) to ld-last-counted
           end-if.
           move ws-cp-dollars(ws-cp-idx) to ld-dollars.
           write report-line from ws-list-detail
               after advancing 1 line.

           move ws-cur-store to cc-store-number.
           move ws-cp-sku(ws-cp-idx) to cc-sku-code.
           read cycle-count-file
               invalid key
                   continue
               not invalid key
                   move ws-tomorrow to cc-last-listed
                   rewrite cycle-count-record
           end-read.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="CYCLECOUNT"==.

       end program CycleCount.
