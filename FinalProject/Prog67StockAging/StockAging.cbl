       identification division.
       program-id. StockAging.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-seventh program in our MAFD 4201 Final
      * Project. Dead stock ties up cash and back-room space and we
      * only ever found it during the annual count, though every
      * inventory master record has carried the date of its last
      * movement all along. This is the stock aging report: the
      * on-hand of every store/SKU aged by days since its last
      * movement into 0-90, 91-180, 181-365 and over-a-year
      * buckets, per store and department, valued at unit cost and
      * at retail. Any SKU whose stock has sat past the
      * configurable age in every store holding it is a markdown
      * candidate: it prints, and a proposed markdown goes into the
      * pending price-change file PriceChange applies - marked held,
      * so nothing reaches the shelf until merchandising approves
      * it. Ages are judged as of the batch's business date. Run on
      * demand, typically after month end.

       environment division.
       configuration section.
       input-output section.

       file-control.

      * the batch's business date as the driver recorded it - what
      * the ages are counted back from
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the inventory master, front to back - on-hand and the date
      * it last moved
           select inventory-master-file
           assign to "../../../data/invmaster.dat"
           organization is indexed
           access mode is sequential
           record key is im-store-sku-key
           file status is ws-im-file-status.

      * SKU master - department, unit cost and retail
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * the pending price changes PriceChange applies - read first
      * so a SKU already carrying a pending change isn't proposed
      * twice, then extended with the proposed markdowns
           select pending-file
           assign to "../../../data/pricechg.dat"
           organization is line sequential
           file status is ws-pc-file-status.

      * configurable markdown policy - changeable by merchandising
      * without a recompile
           select policy-file
           assign to "../../../data/mkdnpol.dat"
           organization is line sequential
           file status is ws-mp-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd inventory-master-file
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd pending-file
           data record is pending-record
           record contains 31 characters.
       01 pending-record.
           05 pc-sku-code              pic x(15).
           05 pc-new-price             pic 9(5)v99.
      * YYYYMMDD the new price takes effect
           05 pc-effective-date        pic 9(8).
      * "H" for a proposed change held until merchandising approves
      * it, spaces for a live one
           05 pc-hold-flag             pic x.

       fd policy-file
           data record is policy-record
           record contains 8 characters.
       01 policy-record.
      * days without movement past which a SKU is proposed
           05 mp-candidate-days        pic 9(4).
      * percent off retail the proposed markdown takes
           05 mp-markdown-pct          pic 99v99.

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

      * run-date/batch-id - names the business date aged against
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-im-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-pc-file-status            pic xx
           value spaces.
       77 ws-mp-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in defaults: propose a quarter off anything that
      * hasn't moved in a year, unless mkdnpol.dat says otherwise
       77 ws-candidate-days            pic 9(4)
           value 365.
       77 ws-markdown-pct              pic 99v99
           value 25.00.

       77 ws-age-days                  pic s9(7)
           value 0.
       77 ws-bucket                    pic 9
           value 0.
       77 ws-ext-cost                  pic s9(9)v99
           value 0.
       77 ws-ext-retail                pic s9(9)v99
           value 0.
       77 ws-proposed-price            pic 9(5)v99
           value 0.

      * on-hand aged into the four buckets per store/department
       77 ws-ag-count                  pic 9(4)
           value 0.
       01 ws-aging-table.
           05 ws-ag-entry
               occurs 1 to 2000 times depending on ws-ag-count.
               10 ws-ag-key.
                   15 ws-ag-store      pic xx.
                   15 ws-ag-dept       pic x(4).
               10 ws-ag-bucket occurs 4 times.
                   15 ws-ag-units      pic s9(9).
                   15 ws-ag-cost       pic s9(9)v99.
                   15 ws-ag-retail     pic s9(9)v99.
       77 ws-ag-idx                    pic 9(4)
           value 0.
       77 ws-ag-idx2                   pic 9(4)
           value 0.
       77 ws-ag-found                  pic x
           value "N".
       01 ws-ag-swap                   pic x(130)
           value spaces.
       77 ws-bk-idx                    pic 9
           value 0.

      * chain-wide bucket totals for the foot of the report
       01 ws-grand-totals.
           05 ws-gt-bucket occurs 4 times.
               10 ws-gt-units          pic s9(9).
               10 ws-gt-cost           pic s9(9)v99.
               10 ws-gt-retail         pic s9(9)v99.

      * per SKU, the most recent movement of any store still
      * holding it - a SKU selling in one store isn't dead
       77 ws-sa-count                  pic 9(5)
           value 0.
       01 ws-sku-age-table.
           05 ws-sa-entry
               occurs 1 to 10000 times depending on ws-sa-count.
               10 ws-sa-sku            pic x(15).
               10 ws-sa-newest         pic 9(8).
               10 ws-sa-units          pic s9(9).
       77 ws-sa-idx                    pic 9(5)
           value 0.
       77 ws-sa-found                  pic x
           value "N".

      * SKUs already carrying a pending price change
       77 ws-pp-count                  pic 9(4)
           value 0.
       01 ws-pending-sku-table.
           05 ws-pp-sku
               occurs 1 to 2000 times depending on ws-pp-count
                                       pic x(15).
       77 ws-pp-idx                    pic 9(4)
           value 0.
       77 ws-pp-found                  pic x
           value "N".
       77 ws-pending-open              pic x
           value "N".

       77 ws-scanned-count             pic 9(7)
           value 0.
       77 ws-candidate-count           pic 9(5)
           value 0.
       77 ws-proposed-count            pic 9(5)
           value 0.

       01 ws-bucket-names.
           05 filler                   pic x(9)
               value "0-90     ".
           05 filler                   pic x(9)
               value "91-180   ".
           05 filler                   pic x(9)
               value "181-365  ".
           05 filler                   pic x(9)
               value "OVER 365 ".
       01 ws-bucket-name-table redefines ws-bucket-names.
           05 ws-bucket-name           pic x(9)
               occurs 4 times.

       01 ws-report-heading.
           05 filler                   pic x(37)
               value "STOCK AGING BY LAST MOVEMENT - AS OF ".
           05 rh-as-of                 pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(8)
               value "STORE".
           05 filler                   pic x(6)
               value "DEPT".
           05 filler                   pic x(11)
               value "AGE DAYS".
           05 filler                   pic x(14)
               value "      UNITS".
           05 filler                   pic x(18)
               value "     COST VALUE".
           05 filler                   pic x(18)
               value "   RETAIL VALUE".

       01 ws-detail-line.
           05 filler                   pic x(2)
               value spaces.
           05 dl-store                 pic xx
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 dl-dept                  pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-bucket                pic x(9)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-units                 pic ---,---,--9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-cost                  pic $$$,$$$,$$9.99-
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dl-retail                pic $$$,$$$,$$9.99-
               value 0.

       01 ws-total-heading.
           05 filler                   pic x(24)
               value "ALL STORES BY AGE BUCKET".

       01 ws-candidate-heading.
           05 filler                   pic x(32)
               value "MARKDOWN CANDIDATES - NO MOVE IN".
           05 ch-days                  pic zzz9
               value 0.
           05 filler                   pic x(18)
               value " DAYS, PROPOSED AT".
           05 ch-pct                   pic zz9.99
               value 0.
           05 filler                   pic x(5)
               value "% OFF".

       01 ws-candidate-column.
           05 filler                   pic x(17)
               value "SKU".
           05 filler                   pic x(22)
               value "DESCRIPTION".
           05 filler                   pic x(10)
               value "LAST MOVE".
           05 filler                   pic x(9)
               value "   UNITS".
           05 filler                   pic x(12)
               value "   RETAIL".
           05 filler                   pic x(12)
               value "  PROPOSED".
           05 filler                   pic x(8)
               value "STATUS".

       01 ws-candidate-line.
           05 cl-sku                   pic x(15)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cl-description           pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 cl-last-move             pic 9(8)
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 cl-units                 pic ----,--9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 cl-retail                pic $$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 cl-proposed              pic $$,$$9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 cl-status                pic x(16)
               value spaces.

       01 ws-no-candidate-line.
           05 filler                   pic x(36)
               value "  NO SKU PAST THE MARKDOWN AGE".

       01 ws-candidate-totals.
           05 filler                   pic x(12)
               value "CANDIDATES: ".
           05 ct-candidates            pic zzzz9
               value 0.
           05 filler                   pic x(28)
               value "   PROPOSED (HELD) TONIGHT: ".
           05 ct-proposed              pic zzzz9
               value 0.

       01 ws-no-master-line.
           05 filler                   pic x(44)
               value "INVENTORY OR SKU MASTER NOT AVAILABLE".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           perform 03b-load-business-date.
           perform 02-load-policy.

           open output report-file.
           move ws-business-date to rh-as-of.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input sku-master-file.
           open input inventory-master-file.
           if ws-skm-file-status is not equal to "00"
               or ws-im-file-status is not equal to "00"
               write report-line from ws-no-master-line
               close report-file
               if ws-skm-file-status = "00"
                   close sku-master-file
               end-if
               if ws-im-file-status = "00"
                   close inventory-master-file
               end-if
               move 4 to return-code
               goback
           end-if.

           initialize ws-grand-totals.
           perform 10-age-positions.
           close inventory-master-file.

           perform 20-sort-aging.
           perform 30-print-aging.

           perform 40-load-pending-skus.
           perform 50-propose-markdowns.
           close sku-master-file.
           if ws-pending-open = "Y"
               close pending-file
           end-if.

           move ws-candidate-count to ct-candidates.
           move ws-proposed-count to ct-proposed.
           write report-line from ws-candidate-totals
               after advancing 2 lines.
           close report-file.
           goback.

      * picks up the batch-id from the command line - its business
      * date is the as-of date
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
           string "../../../data/StockAging_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * loads the markdown policy - keeps the compiled-in defaults
      * if mkdnpol.dat isn't present or isn't numeric
       02-load-policy.
           open input policy-file.
           if ws-mp-file-status = "00"
               read policy-file
                   at end
                       continue
                   not at end
                       if mp-candidate-days is numeric
                           and mp-candidate-days > 0
                           move mp-candidate-days
                               to ws-candidate-days
                       end-if
                       if mp-markdown-pct is numeric
                           and mp-markdown-pct > 0
                           move mp-markdown-pct to ws-markdown-pct
                       end-if
               end-read
               close policy-file
           end-if.

      * every store/SKU with stock on hand, aged and valued into
      * its store/department bucket and folded into its SKU's
      * newest movement
       10-age-positions.
           move "N" to ws-eof-flag.
           read inventory-master-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-scanned-count
               if im-on-hand > 0
                   perform 12-age-one-position
                       thru 12-age-exit
               end-if
               read inventory-master-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.

       12-age-one-position.
           move im-sku-code to sm-sku-code.
           read sku-master-file
               invalid key
                   go to 12-age-exit
           end-read.

      * a position that never recorded a movement has been sitting
      * since before the date was kept - the oldest bucket
           if im-last-movement is not numeric
               or im-last-movement = 0
               move 99999 to ws-age-days
           else
               compute ws-age-days =
                   function integer-of-date(ws-business-date)
                   - function integer-of-date(im-last-movement)
           end-if.
           evaluate true
               when ws-age-days <= 90
                   move 1 to ws-bucket
               when ws-age-days <= 180
                   move 2 to ws-bucket
               when ws-age-days <= 365
                   move 3 to ws-bucket
               when other
                   move 4 to ws-bucket
           end-evaluate.

           move 0 to ws-ext-cost.
           if sm-unit-cost is numeric
               compute ws-ext-cost = im-on-hand * sm-unit-cost
           end-if.
           compute ws-ext-retail = im-on-hand * sm-retail-price.

           move "N" to ws-ag-found.
           perform varying ws-ag-idx from 1 by 1
               until ws-ag-idx > ws-ag-count
                   or ws-ag-found = "Y"
               if ws-ag-store(ws-ag-idx) = im-store-number
                   and ws-ag-dept(ws-ag-idx) = sm-department
                   move "Y" to ws-ag-found
               end-if
           end-perform.
           if ws-ag-found = "Y"
               subtract 1 from ws-ag-idx
           else
               if ws-ag-count >= 2000
                   display "STOCKAGING: AGING TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-ag-count
               move ws-ag-count to ws-ag-idx
               initialize ws-ag-entry(ws-ag-idx)
               move im-store-number to ws-ag-store(ws-ag-idx)
               move sm-department to ws-ag-dept(ws-ag-idx)
           end-if.
           add im-on-hand to ws-ag-units(ws-ag-idx ws-bucket)
               ws-gt-units(ws-bucket).
           add ws-ext-cost to ws-ag-cost(ws-ag-idx ws-bucket)
               ws-gt-cost(ws-bucket).
           add ws-ext-retail to ws-ag-retail(ws-ag-idx ws-bucket)
               ws-gt-retail(ws-bucket).

           move "N" to ws-sa-found.
           perform varying ws-sa-idx from 1 by 1
               until ws-sa-idx > ws-sa-count
                   or ws-sa-found = "Y"
               if ws-sa-sku(ws-sa-idx) = im-sku-code
                   move "Y" to ws-sa-found
               end-if
           end-perform.
           if ws-sa-found = "Y"
               subtract 1 from ws-sa-idx
           else
               if ws-sa-count >= 10000
                   display "STOCKAGING: SKU TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-sa-count
               move ws-sa-count to ws-sa-idx
               move im-sku-code to ws-sa-sku(ws-sa-idx)
               move 0 to ws-sa-newest(ws-sa-idx)
               move 0 to ws-sa-units(ws-sa-idx)
           end-if.
           add im-on-hand to ws-sa-units(ws-sa-idx).
           if im-last-movement is numeric
               and im-last-movement > ws-sa-newest(ws-sa-idx)
               move im-last-movement to ws-sa-newest(ws-sa-idx)
           end-if.

       12-age-exit.
           exit.

      * store then department
       20-sort-aging.
           perform varying ws-ag-idx from 1 by 1
               until ws-ag-idx >= ws-ag-count
               perform varying ws-ag-idx2 from ws-ag-idx by 1
                   until ws-ag-idx2 > ws-ag-count
                   if ws-ag-key(ws-ag-idx2) < ws-ag-key(ws-ag-idx)
                       move ws-ag-entry(ws-ag-idx) to ws-ag-swap
                       move ws-ag-entry(ws-ag-idx2)
                           to ws-ag-entry(ws-ag-idx)
                       move ws-ag-swap to ws-ag-entry(ws-ag-idx2)
                   end-if
               end-perform
           end-perform.

      * one line per bucket holding stock, then the chain totals
       30-print-aging.
           write report-line from ws-column-heading
               after advancing 1 line.
           perform varying ws-ag-idx from 1 by 1
               until ws-ag-idx > ws-ag-count
               perform varying ws-bk-idx from 1 by 1
                   until ws-bk-idx > 4
                   if ws-ag-units(ws-ag-idx ws-bk-idx)
                       is not equal to 0
                       move ws-ag-store(ws-ag-idx) to dl-store
                       move ws-ag-dept(ws-ag-idx) to dl-dept
                       move ws-bucket-name(ws-bk-idx) to dl-bucket
                       move ws-ag-units(ws-ag-idx ws-bk-idx)
                           to dl-units
                       move ws-ag-cost(ws-ag-idx ws-bk-idx)
                           to dl-cost
                       move ws-ag-retail(ws-ag-idx ws-bk-idx)
                           to dl-retail
                       write report-line from ws-detail-line
                           after advancing 1 line
                   end-if
               end-perform
           end-perform.

           write report-line from ws-total-heading
               after advancing 2 lines.
           perform varying ws-bk-idx from 1 by 1
               until ws-bk-idx > 4
               move spaces to dl-store dl-dept
               move ws-bucket-name(ws-bk-idx) to dl-bucket
               move ws-gt-units(ws-bk-idx) to dl-units
               move ws-gt-cost(ws-bk-idx) to dl-cost
               move ws-gt-retail(ws-bk-idx) to dl-retail
               write report-line from ws-detail-line
                   after advancing 1 line
           end-perform.

      * the SKUs already pending a price change - a markdown already
      * keyed (or already proposed by an earlier run) is left alone
       40-load-pending-skus.
           move "N" to ws-eof-flag.
           open input pending-file.
           if ws-pc-file-status = "00"
               read pending-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-pp-count >= 2000
                       display "STOCKAGING: PENDING TABLE FULL - "
                           "RAISE LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-pp-count
                   move pc-sku-code to ws-pp-sku(ws-pp-count)
                   read pending-file at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close pending-file
           end-if.
           move "N" to ws-eof-flag.

      * every SKU whose newest movement in any store still holding
      * it is past the policy age
       50-propose-markdowns.
           move ws-candidate-days to ch-days.
           move ws-markdown-pct to ch-pct.
           write report-line from ws-candidate-heading
               after advancing 3 lines.
           write report-line from ws-candidate-column
               after advancing 1 line.
           perform varying ws-sa-idx from 1 by 1
               until ws-sa-idx > ws-sa-count
               if ws-sa-newest(ws-sa-idx) = 0
                   move 99999 to ws-age-days
               else
                   compute ws-age-days =
                       function integer-of-date(ws-business-date)
                       - function integer-of-date(
                           ws-sa-newest(ws-sa-idx))
               end-if
               if ws-age-days > ws-candidate-days
                   perform 52-propose-one-sku
                       thru 52-propose-exit
               end-if
           end-perform.
           if ws-candidate-count = 0
               write report-line from ws-no-candidate-line
                   after advancing 1 line
           end-if.

       52-propose-one-sku.
           move ws-sa-sku(ws-sa-idx) to sm-sku-code.
           read sku-master-file
               invalid key
                   go to 52-propose-exit
           end-read.
           add 1 to ws-candidate-count.
           compute ws-proposed-price rounded =
               sm-retail-price * (100 - ws-markdown-pct) / 100.

           move ws-sa-sku(ws-sa-idx) to cl-sku.
           move sm-sku-description to cl-description.
           move ws-sa-newest(ws-sa-idx) to cl-last-move.
           move ws-sa-units(ws-sa-idx) to cl-units.
           move sm-retail-price to cl-retail.
           move ws-proposed-price to cl-proposed.

           move "N" to ws-pp-found.
           perform varying ws-pp-idx from 1 by 1
               until ws-pp-idx > ws-pp-count
               if ws-pp-sku(ws-pp-idx) = ws-sa-sku(ws-sa-idx)
                   move "Y" to ws-pp-found
               end-if
           end-perform.
           evaluate true
               when ws-pp-found = "Y"
                   move "ALREADY PENDING" to cl-status
               when ws-proposed-price = 0
                   or ws-proposed-price >= sm-retail-price
                   move "NO PRICE TO CUT" to cl-status
               when other
                   perform 54-write-proposal
                   move "PROPOSED - HELD" to cl-status
           end-evaluate.
           write report-line from ws-candidate-line
               after advancing 1 line.

       52-propose-exit.
           exit.

      * held until merchandising approves it - the effective date
      * is tomorrow, and PriceChange moves it up to the day after
      * approval if the approval comes later
       54-write-proposal.
           if ws-pending-open is not equal to "Y"
               open extend pending-file
               if ws-pc-file-status is not equal to "00"
                   open output pending-file
               end-if
               move "Y" to ws-pending-open
           end-if.
           move ws-sa-sku(ws-sa-idx) to pc-sku-code.
           move ws-proposed-price to pc-new-price.
           compute pc-effective-date = function date-of-integer(
               function integer-of-date(ws-business-date) + 1).
           move "H" to pc-hold-flag.
           write pending-record.
           add 1 to ws-proposed-count.

       copy "../copybooks/BUSDATP.cpy".

       end program StockAging.
