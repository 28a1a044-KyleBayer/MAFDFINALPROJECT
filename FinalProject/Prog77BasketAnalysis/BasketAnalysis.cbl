       identification division.
       program-id. BasketAnalysis.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-seventh program in our MAFD 4201 Final
      * Project. Invoices have carried an H header and a D line per
      * item for a while now, and the reporting still only totals
      * by SKU and department - nothing says what a customer's
      * basket looks like. This step walks the H/D lines of the
      * sale/layaway split invoice by invoice and prints, by store
      * and by day over the trailing week, the transaction count,
      * average ticket, units per transaction and the share of
      * single-item invoices (the managers' coaching numbers), then
      * the SKU pairs most often bought on the same invoice over
      * the trailing week with the departments each pair spans -
      * what merchandising places product by. The day's store
      * figures and SKU pairs are appended to permanent histories
      * behind a rerun marker the way HourlySales keeps its hours.
      * Runs in the chain right after DeptSales.

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
      * histories are stamped with it and the trailing week ends on
      * it
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the batch's sales and layaways, H/D lines and all
           select sales-input-file
           assign to dynamic ws-sales-input-filename
           organization is line sequential
           file status is ws-si-file-status.

      * SKU master - the department each side of a pair belongs to
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * permanent basket history - one line per store per business
      * day, appended behind the rerun marker
           select basket-history-file
           assign to "../../../data/baskethist.dat"
           organization is line sequential
           file status is ws-bh-file-status.

      * permanent SKU-pair history - one line per pair bought
      * together per business day, appended behind the same marker
           select pair-history-file
           assign to "../../../data/basketpair.dat"
           organization is line sequential
           file status is ws-bp-file-status.

      * one-line marker written after this batch's baskets and pairs
      * have been appended - a rerun must not double the day
           select post-marker-file
           assign to dynamic ws-post-marker-filename
           organization is line sequential
           file status is ws-pm-file-status.

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

       fd sales-input-file
           data record is sales-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==si==
                     ==input-line== by ==sales-input-line==.

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd basket-history-file
           data record is basket-history-record
           record contains 36 characters.
       01 basket-history-record.
           05 bh-date                  pic 9(8).
           05 bh-store-number          pic xx.
           05 bh-tran-count            pic 9(5).
           05 bh-amount                pic 9(7)v99.
           05 bh-units                 pic 9(7).
      * invoices that went out the door with exactly one unit
           05 bh-single-count          pic 9(5).

       fd pair-history-file
           data record is pair-history-record
           record contains 43 characters.
       01 pair-history-record.
           05 bp-date                  pic 9(8).
      * the lower SKU code of the pair first, so a pair bought
      * either way round folds to the one line
           05 bp-sku-a                 pic x(15).
           05 bp-sku-b                 pic x(15).
           05 bp-count                 pic 9(5).

       fd post-marker-file
           data record is post-marker-record
           record contains 8 characters.
       01 post-marker-record           pic x(8).

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

       77 ws-sales-input-filename      pic x(44)
           value spaces.
       77 ws-post-marker-filename      pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-si-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-bh-file-status            pic xx
           value spaces.
       77 ws-bp-file-status            pic xx
           value spaces.
       77 ws-pm-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
       77 ws-already-posted            pic x
           value "N".

       77 ws-lines-read                pic 9(7)
           value 0.
       77 ws-invoices-read             pic 9(7)
           value 0.

      * the invoice being gathered - its lines arrive together in
      * invoice-key order (D lines, then the H, then any tenders),
      * so a change of invoice number closes it. Only the first 30
      * distinct SKUs of a monster invoice go into its pairs.
       77 ws-iv-number                 pic x(9)
           value spaces.
       77 ws-iv-store                  pic xx
           value spaces.
       77 ws-iv-header-seen            pic x
           value "N".
       77 ws-iv-amount                 pic 9(5)v99
           value 0.
       77 ws-iv-units                  pic 9(5)
           value 0.
       77 ws-iv-sku-count              pic 99
           value 0.
       01 ws-iv-sku-table.
           05 ws-iv-sku                pic x(15)
               occurs 30 times.
       77 ws-iv-idx                    pic 99
           value 0.
       77 ws-iv-pair-idx               pic 99
           value 0.
       77 ws-iv-found                  pic x
           value "N".

      * the day's baskets by store - what joins the basket history
       77 ws-bs-count                  pic 9(3)
           value 0.
       01 ws-basket-table.
           05 ws-bs-entry
               occurs 1 to 99 times depending on ws-bs-count.
               10 ws-bs-store          pic xx.
               10 ws-bs-trans          pic 9(5).
               10 ws-bs-amount         pic 9(7)v99.
               10 ws-bs-units          pic 9(7).
               10 ws-bs-single         pic 9(5).
       77 ws-bs-idx                    pic 9(3)
           value 0.
       77 ws-bs-found                  pic x
           value "N".

      * the day's SKU pairs - what joins the pair history
       77 ws-pr-count                  pic 9(5)
           value 0.
       01 ws-pair-table.
           05 ws-pr-entry
               occurs 1 to 5000 times depending on ws-pr-count.
               10 ws-pr-sku-a          pic x(15).
               10 ws-pr-sku-b          pic x(15).
               10 ws-pr-times          pic 9(5).
       77 ws-pr-idx                    pic 9(5)
           value 0.
       77 ws-pr-found                  pic x
           value "N".
       77 ws-pair-a                    pic x(15)
           value spaces.
       77 ws-pair-b                    pic x(15)
           value spaces.

      * the trailing week's baskets - every store in the history
      * with its seven days, oldest first, the business day last
       77 ws-wk-count                  pic 9(3)
           value 0.
       01 ws-week-table.
           05 ws-wk-entry
               occurs 1 to 99 times depending on ws-wk-count.
               10 ws-wk-store          pic xx.
               10 ws-wk-day occurs 7 times.
                   15 ws-wk-trans      pic 9(5).
                   15 ws-wk-amount     pic 9(7)v99.
                   15 ws-wk-units      pic 9(7).
                   15 ws-wk-single     pic 9(5).
       77 ws-wk-idx                    pic 9(3)
           value 0.
       77 ws-wk-found                  pic x
           value "N".
       01 ws-chain-week.
           05 ws-cw-day occurs 7 times.
               10 ws-cw-trans          pic 9(7).
               10 ws-cw-amount         pic 9(9)v99.
               10 ws-cw-units          pic 9(9).
               10 ws-cw-single         pic 9(7).
       01 ws-week-dates.
           05 ws-wd-date               pic 9(8)
               occurs 7 times.
       77 ws-day-idx                   pic 9
           value 0.
       77 ws-bd-day-num                pic s9(9)
           value 0.
       77 ws-day-offset                pic s9(9)
           value 0.

      * the trailing week's SKU pairs, folded from the pair history
       77 ws-wp-count                  pic 9(5)
           value 0.
       01 ws-week-pair-table.
           05 ws-wp-entry
               occurs 1 to 20000 times depending on ws-wp-count.
               10 ws-wp-sku-a          pic x(15).
               10 ws-wp-sku-b          pic x(15).
               10 ws-wp-times          pic 9(7).
               10 ws-wp-printed        pic x.
       77 ws-wp-idx                    pic 9(5)
           value 0.
       77 ws-wp-found                  pic x
           value "N".
       77 ws-wp-best-idx               pic 9(5)
           value 0.
       77 ws-wp-best-times             pic 9(7)
           value 0.

      * how many of the top pairs the listing shows
       77 ws-top-limit                 pic 99
           value 25.
       77 ws-rank                      pic 99
           value 0.
       77 ws-dept-a                    pic x(4)
           value spaces.
       77 ws-dept-b                    pic x(4)
           value spaces.

      * one day line's figures - filled from a store's day, a
      * store's week, or the chain's
       77 ws-fig-trans                 pic 9(7)
           value 0.
       77 ws-fig-amount                pic 9(9)v99
           value 0.
       77 ws-fig-units                 pic 9(9)
           value 0.
       77 ws-fig-single                pic 9(7)
           value 0.
       77 ws-avg-ticket                pic 9(7)v99
           value 0.
       77 ws-upt                       pic 9(5)v99
           value 0.
       77 ws-single-pct                pic 9(3)v9
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "BASKET ANALYSIS - BATCH       ".
           05 rh-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(7)
               value "  DAY: ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-week-heading.
           05 filler                   pic x(34)
               value "BASKETS BY STORE AND DAY - WEEK ".
           05 wh-from                  pic 9(8)
               value 0.
           05 filler                   pic x(4)
               value " TO ".
           05 wh-to                    pic 9(8)
               value 0.

       01 ws-store-heading.
           05 filler                   pic x(6)
               value "STORE ".
           05 sh-store                 pic x(10)
               value spaces.

       01 ws-column-heading.
           05 filler                   pic x(10)
               value "  DAY".
           05 filler                   pic x(10)
               value "     TRANS".
           05 filler                   pic x(16)
               value "           SALES".
           05 filler                   pic x(13)
               value "   AVG TICKET".
           05 filler                   pic x(10)
               value "     UNITS".
           05 filler                   pic x(8)
               value "     UPT".
           05 filler                   pic x(10)
               value "  SINGLE %".

       01 ws-day-detail.
           05 filler                   pic x(2)
               value spaces.
           05 dd-day                   pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dd-trans                 pic zzz,zz9
               value 0.
           05 filler                   pic x
               value spaces.
           05 dd-amount                pic $$$$,$$$,$$9.99
               value 0.
           05 filler                   pic x
               value spaces.
           05 dd-avg-ticket            pic $$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 dd-units                 pic z,zzz,zz9
               value 0.
           05 filler                   pic x
               value spaces.
           05 dd-upt                   pic zzz9.99
               value 0.
           05 filler                   pic x(4)
               value spaces.
           05 dd-single-pct            pic zz9.9
               value 0.

       01 ws-affinity-heading.
           05 filler                   pic x(42)
               value "SKU PAIRS BOUGHT TOGETHER - TRAILING WEEK".

       01 ws-affinity-columns.
           05 filler                   pic x(6)
               value "  RANK".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(16)
               value "SKU".
           05 filler                   pic x(6)
               value "DEPT".
           05 filler                   pic x(16)
               value "SKU".
           05 filler                   pic x(6)
               value "DEPT".
           05 filler                   pic x(10)
               value "  INVOICES".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(10)
               value "SPAN".

       01 ws-affinity-detail.
           05 filler                   pic x(4)
               value spaces.
           05 ad-rank                  pic z9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 ad-sku-a                 pic x(15)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 ad-dept-a                pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ad-sku-b                 pic x(15)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 ad-dept-b                pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ad-times                 pic zzz,zz9
               value 0.
           05 filler                   pic x(5)
               value spaces.
           05 ad-span                  pic x(10)
               value spaces.

       01 ws-no-pairs-line.
           05 filler                   pic x(50)
               value "  (NO MULTI-SKU INVOICES IN THE TRAILING WEEK)".

       01 ws-count-total-line.
           05 filler                   pic x(16)
               value "LINES READ:     ".
           05 cl-lines                 pic zzzzzz9
               value 0.
           05 filler                   pic x(14)
               value "  INVOICES:   ".
           05 cl-invoices              pic zzzzzz9
               value 0.
           05 filler                   pic x(14)
               value "  SKU PAIRS:  ".
           05 cl-pairs                 pic zzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           move ws-business-date to rh-date.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input post-marker-file.
           if ws-pm-file-status = "00"
               close post-marker-file
               move "Y" to ws-already-posted
           end-if.

           perform 10-fold-invoices
               thru 10-fold-exit.

           if ws-already-posted is not equal to "Y"
               perform 40-append-history
               open output post-marker-file
               move ws-batch-id to post-marker-record
               write post-marker-record
               close post-marker-file
           end-if.

           perform 50-load-week.
           perform 52-print-week.
           perform 60-fold-week-pairs
               thru 60-fold-week-pairs-exit.
           perform 62-print-affinity
               thru 62-print-affinity-exit.

           move ws-lines-read to cl-lines.
           move ws-invoices-read to cl-invoices.
           move ws-pr-count to cl-pairs.
           write report-line from ws-count-total-line
               after advancing 2 lines.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-lines-read to ws-rl-records-read.
           move ws-bs-count to ws-rl-records-written.
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

           string "../../../data/salelayaways_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-sales-input-filename.
           string "../../../data/basketpost_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-post-marker-filename.
           string "../../../data/BasketAnalysis_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * gathers the split's lines invoice by invoice - each invoice
      * closed on the change of invoice number, and the last one at
      * end of file
       10-fold-invoices.
           move "N" to ws-eof-flag.
           open input sales-input-file.
           if ws-si-file-status is not equal to "00"
               go to 10-fold-exit
           end-if.
           read sales-input-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-lines-read
               perform 12-take-one-line
                   thru 12-take-one-exit
               read sales-input-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close sales-input-file.
           perform 14-close-invoice
               thru 14-close-invoice-exit.

       10-fold-exit.
           exit.

      * the H (or a legacy single-line invoice) carries the ticket,
      * the D lines (or the legacy line itself) the units and SKUs;
      * tender lines say nothing about the basket
       12-take-one-line.
           if si-invoice-line-type = "T"
               go to 12-take-one-exit
           end-if.
           if si-invoice-number is not equal to ws-iv-number
               perform 14-close-invoice
                   thru 14-close-invoice-exit
               move si-invoice-number to ws-iv-number
               move si-store-number to ws-iv-store
               move "N" to ws-iv-header-seen
               move 0 to ws-iv-amount
               move 0 to ws-iv-units
               move 0 to ws-iv-sku-count
           end-if.
           if si-invoice-line-type = "D"
               if si-quantity is numeric
                   add si-quantity to ws-iv-units
               end-if
               perform 16-note-sku
                   thru 16-note-sku-exit
           else
               move "Y" to ws-iv-header-seen
               move si-store-number to ws-iv-store
               if si-transaction-amount is numeric
                   move si-transaction-amount to ws-iv-amount
               end-if
               if si-invoice-line-type is not equal to "H"
                   if si-quantity is numeric
                       add si-quantity to ws-iv-units
                   end-if
                   perform 16-note-sku
                       thru 16-note-sku-exit
               end-if
           end-if.

       12-take-one-exit.
           exit.

      * an invoice without its header (the H never made it past
      * the edits) isn't a ticket anyone rang, so it is left out
       14-close-invoice.
           if ws-iv-number = spaces
               or ws-iv-header-seen is not equal to "Y"
               go to 14-close-invoice-exit
           end-if.
           add 1 to ws-invoices-read.
           perform 20-fold-store.
           perform varying ws-iv-idx from 1 by 1
               until ws-iv-idx >= ws-iv-sku-count
               perform varying ws-iv-pair-idx from ws-iv-idx by 1
                   until ws-iv-pair-idx >= ws-iv-sku-count
                   if ws-iv-sku(ws-iv-idx)
                       < ws-iv-sku(ws-iv-pair-idx + 1)
                       move ws-iv-sku(ws-iv-idx) to ws-pair-a
                       move ws-iv-sku(ws-iv-pair-idx + 1)
                           to ws-pair-b
                   else
                       move ws-iv-sku(ws-iv-pair-idx + 1)
                           to ws-pair-a
                       move ws-iv-sku(ws-iv-idx) to ws-pair-b
                   end-if
                   perform 18-fold-pair
               end-perform
           end-perform.
           move spaces to ws-iv-number.

       14-close-invoice-exit.
           exit.

      * a SKU rung on two lines of the same invoice is still one
      * item of the basket as far as pairing goes
       16-note-sku.
           if si-sku-code = spaces
               go to 16-note-sku-exit
           end-if.
           move "N" to ws-iv-found.
           perform varying ws-iv-idx from 1 by 1
               until ws-iv-idx > ws-iv-sku-count
               if ws-iv-sku(ws-iv-idx) = si-sku-code
                   move "Y" to ws-iv-found
               end-if
           end-perform.
           if ws-iv-found is not equal to "Y"
               and ws-iv-sku-count < 30
               add 1 to ws-iv-sku-count
               move si-sku-code to ws-iv-sku(ws-iv-sku-count)
           end-if.

       16-note-sku-exit.
           exit.

       18-fold-pair.
           move "N" to ws-pr-found.
           perform varying ws-pr-idx from 1 by 1
               until ws-pr-idx > ws-pr-count
               if ws-pr-sku-a(ws-pr-idx) = ws-pair-a
                   and ws-pr-sku-b(ws-pr-idx) = ws-pair-b
                   move "Y" to ws-pr-found
                   add 1 to ws-pr-times(ws-pr-idx)
               end-if
           end-perform.
           if ws-pr-found is not equal to "Y"
               if ws-pr-count >= 5000
                   display "BASKETANALYSIS: PAIR TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-pr-count
               move ws-pair-a to ws-pr-sku-a(ws-pr-count)
               move ws-pair-b to ws-pr-sku-b(ws-pr-count)
               move 1 to ws-pr-times(ws-pr-count)
           end-if.

      * one closed invoice into its store's day - a single-item
      * invoice is one unit out the door, however it was keyed
       20-fold-store.
           move "N" to ws-bs-found.
           perform varying ws-bs-idx from 1 by 1
               until ws-bs-idx > ws-bs-count
               if ws-bs-store(ws-bs-idx) = ws-iv-store
                   move "Y" to ws-bs-found
                   exit perform
               end-if
           end-perform.
           if ws-bs-found is not equal to "Y"
               if ws-bs-count >= 99
                   display "BASKETANALYSIS: STORE TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-bs-count
               move ws-bs-count to ws-bs-idx
               move ws-iv-store to ws-bs-store(ws-bs-idx)
               move 0 to ws-bs-trans(ws-bs-idx)
               move 0 to ws-bs-amount(ws-bs-idx)
               move 0 to ws-bs-units(ws-bs-idx)
               move 0 to ws-bs-single(ws-bs-idx)
           end-if.
           add 1 to ws-bs-trans(ws-bs-idx).
           add ws-iv-amount to ws-bs-amount(ws-bs-idx).
           add ws-iv-units to ws-bs-units(ws-bs-idx).
           if ws-iv-units = 1
               add 1 to ws-bs-single(ws-bs-idx)
           end-if.

      * the batch's stores and pairs join the permanent histories
       40-append-history.
           open extend basket-history-file.
           if ws-bh-file-status is not equal to "00"
               open output basket-history-file
           end-if.
           if ws-bh-file-status = "00"
               perform varying ws-bs-idx from 1 by 1
                   until ws-bs-idx > ws-bs-count
                   move spaces to basket-history-record
                   move ws-business-date to bh-date
                   move ws-bs-store(ws-bs-idx) to bh-store-number
                   move ws-bs-trans(ws-bs-idx) to bh-tran-count
                   move ws-bs-amount(ws-bs-idx) to bh-amount
                   move ws-bs-units(ws-bs-idx) to bh-units
                   move ws-bs-single(ws-bs-idx) to bh-single-count
                   write basket-history-record
               end-perform
               close basket-history-file
           end-if.

           open extend pair-history-file.
           if ws-bp-file-status is not equal to "00"
               open output pair-history-file
           end-if.
           if ws-bp-file-status = "00"
               perform varying ws-pr-idx from 1 by 1
                   until ws-pr-idx > ws-pr-count
                   move spaces to pair-history-record
                   move ws-business-date to bp-date
                   move ws-pr-sku-a(ws-pr-idx) to bp-sku-a
                   move ws-pr-sku-b(ws-pr-idx) to bp-sku-b
                   move ws-pr-times(ws-pr-idx) to bp-count
                   write pair-history-record
               end-perform
               close pair-history-file
           end-if.

      * the trailing week's store days out of the basket history -
      * day 7 is the business day, day 1 six days before it
       50-load-week.
           compute ws-bd-day-num =
               function integer-of-date(ws-business-date).
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > 7
               compute ws-wd-date(ws-day-idx) =
                   function date-of-integer(
                       ws-bd-day-num - 7 + ws-day-idx)
               move 0 to ws-cw-trans(ws-day-idx)
               move 0 to ws-cw-amount(ws-day-idx)
               move 0 to ws-cw-units(ws-day-idx)
               move 0 to ws-cw-single(ws-day-idx)
           end-perform.

           move "N" to ws-eof-flag.
           open input basket-history-file.
           if ws-bh-file-status = "00"
               read basket-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if bh-date >= ws-wd-date(1)
                       and bh-date <= ws-business-date
                       perform 51-fold-week-day
                           thru 51-fold-week-day-exit
                   end-if
                   read basket-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close basket-history-file
           end-if.

       51-fold-week-day.
           compute ws-day-offset =
               function integer-of-date(bh-date)
               - ws-bd-day-num + 7.
           if ws-day-offset < 1 or ws-day-offset > 7
               go to 51-fold-week-day-exit
           end-if.
           move ws-day-offset to ws-day-idx.
           move "N" to ws-wk-found.
           perform varying ws-wk-idx from 1 by 1
               until ws-wk-idx > ws-wk-count
               if ws-wk-store(ws-wk-idx) = bh-store-number
                   move "Y" to ws-wk-found
                   exit perform
               end-if
           end-perform.
           if ws-wk-found is not equal to "Y"
               if ws-wk-count >= 99
                   display "BASKETANALYSIS: STORE TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-wk-count
               move ws-wk-count to ws-wk-idx
               initialize ws-wk-entry(ws-wk-idx)
               move bh-store-number to ws-wk-store(ws-wk-idx)
           end-if.
           add bh-tran-count to ws-wk-trans(ws-wk-idx, ws-day-idx).
           add bh-amount to ws-wk-amount(ws-wk-idx, ws-day-idx).
           add bh-units to ws-wk-units(ws-wk-idx, ws-day-idx).
           add bh-single-count
               to ws-wk-single(ws-wk-idx, ws-day-idx).
           add bh-tran-count to ws-cw-trans(ws-day-idx).
           add bh-amount to ws-cw-amount(ws-day-idx).
           add bh-units to ws-cw-units(ws-day-idx).
           add bh-single-count to ws-cw-single(ws-day-idx).

       51-fold-week-day-exit.
           exit.

      * one block per store, its seven days and the week, then the
      * same for the chain
       52-print-week.
           move ws-wd-date(1) to wh-from.
           move ws-business-date to wh-to.
           write report-line from ws-week-heading
               after advancing 1 line.
           perform varying ws-wk-idx from 1 by 1
               until ws-wk-idx > ws-wk-count
               move ws-wk-store(ws-wk-idx) to sh-store
               write report-line from ws-store-heading
                   after advancing 2 lines
               write report-line from ws-column-heading
                   after advancing 1 line
               perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > 7
                   move ws-wd-date(ws-day-idx) to dd-day
                   move ws-wk-trans(ws-wk-idx, ws-day-idx)
                       to ws-fig-trans
                   move ws-wk-amount(ws-wk-idx, ws-day-idx)
                       to ws-fig-amount
                   move ws-wk-units(ws-wk-idx, ws-day-idx)
                       to ws-fig-units
                   move ws-wk-single(ws-wk-idx, ws-day-idx)
                       to ws-fig-single
                   perform 54-print-day-line
               end-perform
               move 0 to ws-fig-trans
               move 0 to ws-fig-amount
               move 0 to ws-fig-units
               move 0 to ws-fig-single
               perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > 7
                   add ws-wk-trans(ws-wk-idx, ws-day-idx)
                       to ws-fig-trans
                   add ws-wk-amount(ws-wk-idx, ws-day-idx)
                       to ws-fig-amount
                   add ws-wk-units(ws-wk-idx, ws-day-idx)
                       to ws-fig-units
                   add ws-wk-single(ws-wk-idx, ws-day-idx)
                       to ws-fig-single
               end-perform
               move "WEEK" to dd-day
               perform 54-print-day-line
           end-perform.

           move "ALL" to sh-store.
           write report-line from ws-store-heading
               after advancing 2 lines.
           write report-line from ws-column-heading
               after advancing 1 line.
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > 7
               move ws-wd-date(ws-day-idx) to dd-day
               move ws-cw-trans(ws-day-idx) to ws-fig-trans
               move ws-cw-amount(ws-day-idx) to ws-fig-amount
               move ws-cw-units(ws-day-idx) to ws-fig-units
               move ws-cw-single(ws-day-idx) to ws-fig-single
               perform 54-print-day-line
           end-perform.
           move 0 to ws-fig-trans.
           move 0 to ws-fig-amount.
           move 0 to ws-fig-units.
           move 0 to ws-fig-single.
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > 7
               add ws-cw-trans(ws-day-idx) to ws-fig-trans
               add ws-cw-amount(ws-day-idx) to ws-fig-amount
               add ws-cw-units(ws-day-idx) to ws-fig-units
               add ws-cw-single(ws-day-idx) to ws-fig-single
           end-perform.
           move "WEEK" to dd-day.
           perform 54-print-day-line.

      * a day with no transactions prints its zeros rather than
      * dividing by them
       54-print-day-line.
           move 0 to ws-avg-ticket.
           move 0 to ws-upt.
           move 0 to ws-single-pct.
           if ws-fig-trans > 0
               compute ws-avg-ticket rounded =
                   ws-fig-amount / ws-fig-trans
               compute ws-upt rounded =
                   ws-fig-units / ws-fig-trans
               compute ws-single-pct rounded =
                   ws-fig-single * 100 / ws-fig-trans
           end-if.
           move ws-fig-trans to dd-trans.
           move ws-fig-amount to dd-amount.
           move ws-avg-ticket to dd-avg-ticket.
           move ws-fig-units to dd-units.
           move ws-upt to dd-upt.
           move ws-single-pct to dd-single-pct.
           write report-line from ws-day-detail
               after advancing 1 line.

      * the trailing week's pairs out of the pair history
       60-fold-week-pairs.
           move "N" to ws-eof-flag.
           open input pair-history-file.
           if ws-bp-file-status is not equal to "00"
               go to 60-fold-week-pairs-exit
           end-if.
           read pair-history-file
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if bp-date >= ws-wd-date(1)
                   and bp-date <= ws-business-date
                   and bp-count is numeric
                   perform 61-fold-week-pair
               end-if
               read pair-history-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close pair-history-file.

       60-fold-week-pairs-exit.
           exit.

       61-fold-week-pair.
           move "N" to ws-wp-found.
           perform varying ws-wp-idx from 1 by 1
               until ws-wp-idx > ws-wp-count
               if ws-wp-sku-a(ws-wp-idx) = bp-sku-a
                   and ws-wp-sku-b(ws-wp-idx) = bp-sku-b
                   move "Y" to ws-wp-found
                   add bp-count to ws-wp-times(ws-wp-idx)
                   exit perform
               end-if
           end-perform.
           if ws-wp-found is not equal to "Y"
               if ws-wp-count >= 20000
                   display "BASKETANALYSIS: WEEK PAIR TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-wp-count
               move bp-sku-a to ws-wp-sku-a(ws-wp-count)
               move bp-sku-b to ws-wp-sku-b(ws-wp-count)
               move bp-count to ws-wp-times(ws-wp-count)
               move "N" to ws-wp-printed(ws-wp-count)
           end-if.

      * the most-bought pairs, best first - each pass picks the
      * biggest pair not yet printed (DeptSales' ranked-SKU idiom),
      * and tags whether the pair stays inside one department or
      * spans two
       62-print-affinity.
           write report-line from ws-affinity-heading
               after advancing 3 lines.
           if ws-wp-count = 0
               write report-line from ws-no-pairs-line
                   after advancing 1 line
               go to 62-print-affinity-exit
           end-if.
           write report-line from ws-affinity-columns
               after advancing 1 line.
           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           perform varying ws-rank from 1 by 1
               until ws-rank > ws-top-limit
                   or ws-rank > ws-wp-count
               move 0 to ws-wp-best-idx
               move 0 to ws-wp-best-times
               perform varying ws-wp-idx from 1 by 1
                   until ws-wp-idx > ws-wp-count
                   if ws-wp-printed(ws-wp-idx) is not equal to "Y"
                       and ws-wp-times(ws-wp-idx) > ws-wp-best-times
                       move ws-wp-idx to ws-wp-best-idx
                       move ws-wp-times(ws-wp-idx)
                           to ws-wp-best-times
                   end-if
               end-perform
               if ws-wp-best-idx > 0
                   move "Y" to ws-wp-printed(ws-wp-best-idx)
                   perform 64-print-one-pair
               end-if
           end-perform.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

       62-print-affinity-exit.
           exit.

       64-print-one-pair.
           move ws-wp-sku-a(ws-wp-best-idx) to ws-pair-a.
           move ws-wp-sku-b(ws-wp-best-idx) to ws-pair-b.
           move "????" to ws-dept-a.
           move "????" to ws-dept-b.
           if ws-skm-file-available = "Y"
               move ws-pair-a to sm-sku-code
               read sku-master-file
                   invalid key continue
                   not invalid key move sm-department to ws-dept-a
               end-read
               move ws-pair-b to sm-sku-code
               read sku-master-file
                   invalid key continue
                   not invalid key move sm-department to ws-dept-b
               end-read
           end-if.
           move ws-rank to ad-rank.
           move ws-pair-a to ad-sku-a.
           move ws-dept-a to ad-dept-a.
           move ws-pair-b to ad-sku-b.
           move ws-dept-b to ad-dept-b.
           move ws-wp-best-times to ad-times.
           if ws-dept-a = ws-dept-b
               move "SAME DEPT" to ad-span
           else
               move "CROSS-DEPT" to ad-span
           end-if.
           write report-line from ws-affinity-detail
               after advancing 1 line.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="BASKETANALYSIS"==.
