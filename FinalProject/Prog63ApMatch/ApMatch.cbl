       identification division.
       program-id. ApMatch.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-third program in our MAFD 4201 Final
      * Project. Vendor bills used to be paid on the vendor's word;
      * this is the three-way match between them and the money.
      * Each line of a vendor invoice in the batch's invoice file
      * is held up against the PO line it bills (what we ordered),
      * what the stores have actually received on that line, and
      * the SKU master's unit cost (what we agreed to pay). An
      * invoice whose every line passes - within the configured
      * quantity and price tolerances - is written to the accounts
      * payable voucher extract with the vendor master's remit-to
      * address and terms; an invoice with any discrepancy is held
      * whole and printed on the exception report, so we stop paying
      * for goods that never came off the truck. Runs in the chain
      * right after PoReceiving, so the day's receipts count.

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

      * the vendor invoices keyed by accounts payable for this batch
      * - one record per invoice line, an invoice's lines together
           select vendor-invoice-file
           assign to dynamic ws-invoice-filename
           organization is line sequential
           file status is ws-vi-file-status.

      * the vendor master - who the vendor is and how they're paid
           select vendor-master-file
           assign to "../../../data/vendmaster.dat"
           organization is indexed
           access mode is random
           record key is vd-vendor-id
           file status is ws-vd-file-status.

      * the PO master - ordered and received quantity of each line
           select po-master-file
           assign to "../../../data/pomaster.dat"
           organization is indexed
           access mode is random
           record key is po-line-key
           file status is ws-po-file-status.

      * SKU master - the unit cost the vendor's price is checked at
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * permanent history of every invoice line already vouchered -
      * what a PO line has been billed to date, and the duplicate
      * invoice check
           select billed-history-file
           assign to "../../../data/apbilled.dat"
           organization is line sequential
           file status is ws-ab-file-status.

      * configurable match tolerances - changeable by accounts
      * payable without a recompile
           select tolerance-file
           assign to "../../../data/aptoler.dat"
           organization is line sequential
           file status is ws-tl-file-status.

      * the payables voucher extract for this batch
           select voucher-file
           assign to dynamic ws-voucher-filename
           organization is line sequential
           file status is ws-av-file-status.

      * one-line marker written after this batch's invoices have
      * been matched - a rerun must not voucher them a second time
           select match-marker-file
           assign to dynamic ws-match-marker-filename
           organization is line sequential
           file status is ws-mm-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd vendor-invoice-file
           data record is vendor-invoice-record
           record contains 59 characters.
       01 vendor-invoice-record.
           05 vi-vendor-id             pic x(4).
           05 vi-invoice-number        pic x(12).
      * YYYYMMDD on the vendor's invoice - the terms run from here
           05 vi-invoice-date          pic 9(8).
           05 vi-po-number             pic x(8).
           05 vi-sku-code              pic x(15).
           05 vi-qty-billed            pic 9(5).
           05 vi-unit-cost             pic 9(5)v99.

       fd vendor-master-file
           data record is vendor-master-record.
       copy "../copybooks/VENDMAST.cpy".

       fd po-master-file
           data record is po-master-record.
       copy "../copybooks/POMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd billed-history-file
           data record is billed-history-record
           record contains 52 characters.
       01 billed-history-record.
           05 ab-vendor-id             pic x(4).
           05 ab-invoice-number        pic x(12).
           05 ab-po-number             pic x(8).
           05 ab-sku-code              pic x(15).
           05 ab-qty-billed            pic 9(5).
           05 ab-batch-id              pic x(8).

       fd tolerance-file
           data record is tolerance-record
           record contains 7 characters.
       01 tolerance-record.
      * units a line may bill past what was received
           05 tl-qty-tolerance         pic 9(3).
      * percent a line's unit price may run over the SKU cost
           05 tl-price-pct             pic 99v99.

       fd voucher-file
           data record is ap-voucher-record
           record contains 153 characters.
       copy "../copybooks/APVOUCH.cpy".

       fd match-marker-file
           data record is match-marker-record
           record contains 8 characters.
       01 match-marker-record          pic x(8).

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-invoice-filename          pic x(44)
           value spaces.
       77 ws-voucher-filename          pic x(44)
           value spaces.
       77 ws-match-marker-filename     pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-vi-file-status            pic xx
           value spaces.
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-vd-file-available         pic x
           value "N".
       77 ws-po-file-status            pic xx
           value spaces.
       77 ws-po-file-available         pic x
           value "N".
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-ab-file-status            pic xx
           value spaces.
       77 ws-tl-file-status            pic xx
           value spaces.
       77 ws-av-file-status            pic xx
           value spaces.
       77 ws-mm-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * Y when this batch's invoices were matched on an earlier run
       77 ws-already-matched           pic x
           value "N".

      * compiled-in defaults: not one unit billed past what came in,
      * and two percent of price slack, unless aptoler.dat says
      * otherwise
       77 ws-qty-tolerance             pic 9(3)
           value 0.
       77 ws-price-pct                 pic 99v99
           value 2.00.

      * every invoice line vouchered so far, loaded from the history
      * and added to as this run vouchers more
       77 ws-bh-count                  pic 9(5)
           value 0.
       01 ws-billed-table.
           05 ws-bh-entry
               occurs 1 to 20000 times depending on ws-bh-count.
               10 ws-bh-vendor         pic x(4).
               10 ws-bh-invoice        pic x(12).
               10 ws-bh-po             pic x(8).
               10 ws-bh-sku            pic x(15).
               10 ws-bh-qty            pic 9(5).
       77 ws-bh-idx                    pic 9(5)
           value 0.

      * the invoice being gathered - its lines are held here until
      * the next invoice starts, then judged together
       77 ws-il-count                  pic 9(3)
           value 0.
       01 ws-invoice-lines.
           05 ws-il-entry
               occurs 1 to 200 times depending on ws-il-count.
               10 ws-il-po             pic x(8).
               10 ws-il-sku            pic x(15).
               10 ws-il-qty            pic 9(5).
               10 ws-il-cost           pic 9(5)v99.
               10 ws-il-received       pic 9(5).
               10 ws-il-our-cost       pic 9(5)v99.
               10 ws-il-reason         pic x(24).
       77 ws-il-idx                    pic 9(3)
           value 0.
       77 ws-il-idx2                   pic 9(3)
           value 0.
       77 ws-cur-vendor                pic x(4)
           value spaces.
       77 ws-cur-invoice               pic x(12)
           value spaces.
       77 ws-cur-invoice-date          pic 9(8)
           value 0.
      * a reason that holds the whole invoice, not one line of it
       77 ws-invoice-reason            pic x(24)
           value spaces.
       77 ws-line-fail-count           pic 9(3)
           value 0.
       77 ws-vendor-found              pic x
           value "N".

      * the held invoices, and their failing lines, parked until the
      * vouchered list has printed
       77 ws-hi-count                  pic 9(3)
           value 0.
       01 ws-held-invoice-table.
           05 ws-hi-entry
               occurs 1 to 500 times depending on ws-hi-count.
               10 ws-hi-vendor         pic x(4).
               10 ws-hi-invoice        pic x(12).
               10 ws-hi-date           pic 9(8).
               10 ws-hi-amount         pic 9(9)v99.
               10 ws-hi-reason         pic x(24).
               10 ws-hi-first-line     pic 9(4).
               10 ws-hi-last-line      pic 9(4).
       77 ws-hi-idx                    pic 9(3)
           value 0.
       77 ws-hx-count                  pic 9(4)
           value 0.
       01 ws-held-line-table.
           05 ws-hx-entry
               occurs 1 to 2000 times depending on ws-hx-count.
               10 ws-hx-po             pic x(8).
               10 ws-hx-sku            pic x(15).
               10 ws-hx-qty            pic 9(5).
               10 ws-hx-cost           pic 9(5)v99.
               10 ws-hx-received       pic 9(5).
               10 ws-hx-our-cost       pic 9(5)v99.
               10 ws-hx-reason         pic x(24).
       77 ws-hx-idx                    pic 9(4)
           value 0.

       77 ws-billed-to-date            pic 9(7)
           value 0.
       77 ws-price-ceiling             pic 9(7)v99
           value 0.
       77 ws-invoice-amount            pic 9(9)v99
           value 0.
       77 ws-due-day                   pic 9(8)
           value 0.

      * run tallies
       77 ws-lines-read                pic 9(7)
           value 0.
       77 ws-invoices-vouchered        pic 9(5)
           value 0.
       77 ws-invoices-held             pic 9(5)
           value 0.
       77 ws-vouchered-amount          pic 9(11)v99
           value 0.
       77 ws-held-amount               pic 9(11)v99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(38)
               value "VENDOR INVOICE THREE-WAY MATCH - BATCH".
           05 filler                   pic x(2)
               value spaces.
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-tolerance-line.
           05 filler                   pic x(22)
               value "TOLERANCES - QTY: ".
           05 tol-qty                  pic zz9
               value 0.
           05 filler                   pic x(10)
               value "  PRICE: ".
           05 tol-pct                  pic z9.99
               value 0.
           05 filler                   pic x(1)
               value "%".

       01 ws-voucher-heading.
           05 filler                   pic x(36)
               value "VOUCHERED INVOICES".

       01 ws-voucher-detail.
           05 filler                   pic x(2)
               value spaces.
           05 vl-vendor                pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 vl-vendor-name           pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 vl-invoice               pic x(12)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 vl-lines                 pic zz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 vl-amount                pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(6)
               value "  DUE ".
           05 vl-due-date              pic 9(8)
               value 0.

       01 ws-exception-heading.
           05 filler                   pic x(36)
               value "MATCH EXCEPTIONS - INVOICES HELD".

       01 ws-held-detail.
           05 filler                   pic x(2)
               value spaces.
           05 hl-vendor                pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 hl-invoice               pic x(12)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 hl-invoice-date          pic 9(8)
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hl-amount                pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hl-reason                pic x(24)
               value spaces.

       01 ws-held-line-detail.
           05 filler                   pic x(6)
               value spaces.
           05 hd-po-number             pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 hd-sku-code              pic x(15)
               value spaces.
           05 filler                   pic x(6)
               value " BLD: ".
           05 hd-billed                pic zzzz9
               value 0.
           05 filler                   pic x(6)
               value " RCV: ".
           05 hd-received              pic zzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-cost                  pic zzzz9.99
               value 0.
           05 filler                   pic x(4)
               value " VS ".
           05 hd-our-cost              pic zzzz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-reason                pic x(24)
               value spaces.

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-vouchered-total-detail.
           05 filler                   pic x(24)
               value "INVOICES VOUCHERED: ".
           05 vt-count                 pic zzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 vt-amount                pic $$$,$$$,$$$,$$9.99
               value 0.

       01 ws-held-total-detail.
           05 filler                   pic x(24)
               value "INVOICES HELD: ".
           05 ht-count                 pic zzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 ht-amount                pic $$$,$$$,$$$,$$9.99
               value 0.

       01 ws-no-invoices-line.
           05 filler                   pic x(44)
               value "NO VENDOR INVOICES FOR THIS BATCH".

       01 ws-already-matched-line.
           05 filler                   pic x(48)
               value "BATCH ALREADY MATCHED - NOTHING VOUCHERED AGAIN".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 02-load-tolerances.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           move ws-qty-tolerance to tol-qty.
           move ws-price-pct to tol-pct.
           write report-line from ws-tolerance-line
               after advancing 1 line.
           write report-line from ws-line-break.

           open input match-marker-file.
           if ws-mm-file-status = "00"
               close match-marker-file
               move "Y" to ws-already-matched
               write report-line from ws-already-matched-line
                   after advancing 1 line
               close report-file
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-match-invoices
               thru 10-match-exit.
           close report-file.

           open output match-marker-file.
           move ws-batch-id to match-marker-record.
           write match-marker-record.
           close match-marker-file.

      * a held invoice is a warning, not a failure - the chain goes
      * on and accounts payable works the exception report
           if ws-invoices-held > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-lines-read to ws-rl-records-read.
           move ws-invoices-vouchered to ws-rl-records-written.
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

           string "../../../data/vendinv_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-invoice-filename.
           string "../../../data/apvouch_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-voucher-filename.
           string "../../../data/apmatch_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-match-marker-filename.
           string "../../../data/ApMatch_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * keeps the compiled-in defaults if aptoler.dat isn't present
       02-load-tolerances.
           open input tolerance-file.
           if ws-tl-file-status = "00"
               read tolerance-file
                   at end
                       continue
                   not at end
                       if tl-qty-tolerance is numeric
                           move tl-qty-tolerance to ws-qty-tolerance
                       end-if
                       if tl-price-pct is numeric
                           move tl-price-pct to ws-price-pct
                       end-if
               end-read
               close tolerance-file
           end-if.

      * what's already been billed, line by line
       05-load-billed-history.
           move "N" to ws-eof-flag.
           open input billed-history-file.
           if ws-ab-file-status = "00"
               read billed-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-bh-count >= 20000
                       display "APMATCH: BILLED HISTORY TABLE FULL - "
                           "RAISE LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-bh-count
                   move ab-vendor-id to ws-bh-vendor(ws-bh-count)
                   move ab-invoice-number to ws-bh-invoice(ws-bh-count)
                   move ab-po-number to ws-bh-po(ws-bh-count)
                   move ab-sku-code to ws-bh-sku(ws-bh-count)
                   move ab-qty-billed to ws-bh-qty(ws-bh-count)
                   read billed-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close billed-history-file
           end-if.
           move "N" to ws-eof-flag.

      * the batch's invoice file, one invoice at a time: lines are
      * gathered until the vendor/invoice number changes, then the
      * gathered invoice is judged whole
       10-match-invoices.
           move "N" to ws-eof-flag.
           open input vendor-invoice-file.
           if ws-vi-file-status is not equal to "00"
               write report-line from ws-no-invoices-line
                   after advancing 1 line
               go to 10-match-exit
           end-if.

           perform 05-load-billed-history.

           open input vendor-master-file.
           if ws-vd-file-status = "00"
               move "Y" to ws-vd-file-available
           end-if.
           open input po-master-file.
           if ws-po-file-status = "00"
               move "Y" to ws-po-file-available
           end-if.
           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           open output voucher-file.
           open extend billed-history-file.
           if ws-ab-file-status is not equal to "00"
               open output billed-history-file
           end-if.

      * vouchered invoices print as they're judged; the held ones
      * print on their own section after, so the two lists read
      * cleanly
           write report-line from ws-voucher-heading
               after advancing 1 line.
           read vendor-invoice-file at end move "Y" to ws-eof-flag.
           perform 12-take-one-line until ws-eof-flag = "Y".
           if ws-il-count > 0
               perform 20-judge-invoice
                   thru 20-judge-exit
           end-if.
           if ws-invoices-vouchered = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.
           close vendor-invoice-file.

           write report-line from ws-exception-heading
               after advancing 2 lines.
           perform 40-print-held-invoices
               thru 40-print-held-exit.
           if ws-invoices-held = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-invoices-vouchered to vt-count.
           move ws-vouchered-amount to vt-amount.
           write report-line from ws-vouchered-total-detail
               after advancing 2 lines.
           move ws-invoices-held to ht-count.
           move ws-held-amount to ht-amount.
           write report-line from ws-held-total-detail
               after advancing 1 line.

           close voucher-file billed-history-file.
           if ws-vd-file-available = "Y"
               close vendor-master-file
           end-if.
           if ws-po-file-available = "Y"
               close po-master-file
           end-if.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.

       10-match-exit.
           exit.

       12-take-one-line.
           add 1 to ws-lines-read.
           if ws-il-count > 0
               and (vi-vendor-id is not equal to ws-cur-vendor
                   or vi-invoice-number is not equal to ws-cur-invoice)
               perform 20-judge-invoice
                   thru 20-judge-exit
           end-if.
           if ws-il-count = 0
               move vi-vendor-id to ws-cur-vendor
               move vi-invoice-number to ws-cur-invoice
               move 0 to ws-cur-invoice-date
               if vi-invoice-date is numeric
                   move vi-invoice-date to ws-cur-invoice-date
               end-if
           end-if.
           if ws-il-count >= 200
               display "APMATCH: INVOICE LINE TABLE FULL - RAISE "
                   "LIMIT AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-il-count.
           move vi-po-number to ws-il-po(ws-il-count).
           move vi-sku-code to ws-il-sku(ws-il-count).
           move 0 to ws-il-qty(ws-il-count).
           if vi-qty-billed is numeric
               move vi-qty-billed to ws-il-qty(ws-il-count)
           end-if.
           move 0 to ws-il-cost(ws-il-count).
           if vi-unit-cost is numeric
               move vi-unit-cost to ws-il-cost(ws-il-count)
           end-if.
           move 0 to ws-il-received(ws-il-count).
           move 0 to ws-il-our-cost(ws-il-count).
           move spaces to ws-il-reason(ws-il-count).
           read vendor-invoice-file at end move "Y" to ws-eof-flag.

      * one gathered invoice: invoice-level checks first, then every
      * line; any failure holds the whole invoice
       20-judge-invoice.
           move spaces to ws-invoice-reason.
           move 0 to ws-line-fail-count.
           move 0 to ws-invoice-amount.

           perform varying ws-il-idx from 1 by 1
               until ws-il-idx > ws-il-count
               compute ws-invoice-amount = ws-invoice-amount
                   + ws-il-qty(ws-il-idx) * ws-il-cost(ws-il-idx)
           end-perform.

           if ws-cur-invoice = spaces
               move "BLANK INVOICE NUMBER" to ws-invoice-reason
           else
           if ws-cur-invoice-date = 0
               move "BAD INVOICE DATE" to ws-invoice-reason
           else
               move spaces to vendor-master-record
               move "N" to ws-vendor-found
               if ws-vd-file-available = "Y"
                   move ws-cur-vendor to vd-vendor-id
                   read vendor-master-file
                       invalid key
                           continue
                       not invalid key
                           move "Y" to ws-vendor-found
                   end-read
               end-if
               if ws-vendor-found is not equal to "Y"
                   move "VENDOR NOT ON MASTER" to ws-invoice-reason
               else
                   perform varying ws-bh-idx from 1 by 1
                       until ws-bh-idx > ws-bh-count
                       if ws-bh-vendor(ws-bh-idx) = ws-cur-vendor
                           and ws-bh-invoice(ws-bh-idx)
                               = ws-cur-invoice
                           move "DUPLICATE INVOICE"
                               to ws-invoice-reason
                       end-if
                   end-perform
               end-if
           end-if
           end-if.

           perform varying ws-il-idx from 1 by 1
               until ws-il-idx > ws-il-count
               perform 22-check-one-line
                   thru 22-check-exit
               if ws-il-reason(ws-il-idx) is not equal to spaces
                   add 1 to ws-line-fail-count
               end-if
           end-perform.

           if ws-invoice-reason = spaces
               and ws-line-fail-count = 0
               perform 24-voucher-invoice
           else
               if ws-invoice-reason = spaces
                   move "LINE DISCREPANCIES" to ws-invoice-reason
               end-if
               perform 26-hold-invoice
           end-if.

           move 0 to ws-il-count.

       20-judge-exit.
           exit.

      * a line must bill a known PO line cut to this vendor, for no
      * more than has been received on it (less what earlier
      * invoices already billed), at no more than the SKU cost plus
      * the price tolerance
       22-check-one-line.
           if ws-il-qty(ws-il-idx) = 0
               move "BAD BILLED QUANTITY" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.
           if ws-po-file-available is not equal to "Y"
               move "NO SUCH PO LINE" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.
           move ws-il-po(ws-il-idx) to po-number.
           move ws-il-sku(ws-il-idx) to po-sku-code.
           read po-master-file
               invalid key
                   move "NO SUCH PO LINE" to ws-il-reason(ws-il-idx)
                   go to 22-check-exit
           end-read.
           move po-qty-received to ws-il-received(ws-il-idx).
           if po-vendor-id is not equal to ws-cur-vendor
               move "PO CUT TO OTHER VENDOR" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.

      * billed to date: every earlier voucher against the line, plus
      * any earlier line of this same invoice billing it too
           move ws-il-qty(ws-il-idx) to ws-billed-to-date.
           perform varying ws-bh-idx from 1 by 1
               until ws-bh-idx > ws-bh-count
               if ws-bh-po(ws-bh-idx) = ws-il-po(ws-il-idx)
                   and ws-bh-sku(ws-bh-idx) = ws-il-sku(ws-il-idx)
                   add ws-bh-qty(ws-bh-idx) to ws-billed-to-date
               end-if
           end-perform.
           perform varying ws-il-idx2 from 1 by 1
               until ws-il-idx2 >= ws-il-idx
               if ws-il-po(ws-il-idx2) = ws-il-po(ws-il-idx)
                   and ws-il-sku(ws-il-idx2) = ws-il-sku(ws-il-idx)
                   add ws-il-qty(ws-il-idx2) to ws-billed-to-date
               end-if
           end-perform.
           if ws-billed-to-date > po-qty-ordered + ws-qty-tolerance
               move "BILLED OVER ORDERED" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.
           if ws-billed-to-date > po-qty-received + ws-qty-tolerance
               move "BILLED OVER RECEIVED" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.

           if ws-skm-file-available is not equal to "Y"
               move "NO COST ON FILE" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.
           move ws-il-sku(ws-il-idx) to sm-sku-code.
           read sku-master-file
               invalid key
                   move "SKU NOT ON MASTER" to ws-il-reason(ws-il-idx)
                   go to 22-check-exit
           end-read.
           if sm-unit-cost is not numeric
               or sm-unit-cost = 0
               move "NO COST ON FILE" to ws-il-reason(ws-il-idx)
               go to 22-check-exit
           end-if.
           move sm-unit-cost to ws-il-our-cost(ws-il-idx).
           compute ws-price-ceiling rounded =
               sm-unit-cost * (100 + ws-price-pct) / 100.
           if ws-il-cost(ws-il-idx) > ws-price-ceiling
               move "PRICE OVER COST" to ws-il-reason(ws-il-idx)
           end-if.

       22-check-exit.
           exit.

      * a clean invoice: one voucher to payables with the vendor's
      * remit-to and terms, and its lines into the billed history
       24-voucher-invoice.
           move vd-vendor-id to av-vendor-id.
           move vd-vendor-name to av-vendor-name.
           move vd-remit-address to av-remit-address.
           move vd-remit-city to av-remit-city.
           move vd-remit-state to av-remit-state.
           move vd-remit-zip to av-remit-zip.
           move ws-cur-invoice to av-invoice-number.
           move ws-cur-invoice-date to av-invoice-date.
           compute ws-due-day =
               function integer-of-date(ws-cur-invoice-date)
               + vd-terms-net-days.
           compute av-due-date = function date-of-integer(ws-due-day).
           move 0 to av-discount-date.
           move 0 to av-discount-amount.
           if vd-terms-disc-days > 0
               and vd-terms-disc-pct > 0
               compute ws-due-day =
                   function integer-of-date(ws-cur-invoice-date)
                   + vd-terms-disc-days
               compute av-discount-date =
                   function date-of-integer(ws-due-day)
               compute av-discount-amount rounded =
                   ws-invoice-amount * vd-terms-disc-pct / 100
           end-if.
           move ws-invoice-amount to av-invoice-amount.
           move ws-il-count to av-line-count.
           move ws-batch-id to av-batch-id.
           write ap-voucher-record.

           perform varying ws-il-idx from 1 by 1
               until ws-il-idx > ws-il-count
               move ws-cur-vendor to ab-vendor-id
               move ws-cur-invoice to ab-invoice-number
               move ws-il-po(ws-il-idx) to ab-po-number
               move ws-il-sku(ws-il-idx) to ab-sku-code
               move ws-il-qty(ws-il-idx) to ab-qty-billed
               move ws-batch-id to ab-batch-id
               write billed-history-record
               if ws-bh-count < 20000
                   add 1 to ws-bh-count
                   move ws-cur-vendor to ws-bh-vendor(ws-bh-count)
                   move ws-cur-invoice to ws-bh-invoice(ws-bh-count)
                   move ws-il-po(ws-il-idx) to ws-bh-po(ws-bh-count)
                   move ws-il-sku(ws-il-idx) to ws-bh-sku(ws-bh-count)
                   move ws-il-qty(ws-il-idx) to ws-bh-qty(ws-bh-count)
               end-if
           end-perform.

           add 1 to ws-invoices-vouchered.
           add ws-invoice-amount to ws-vouchered-amount.
           move ws-cur-vendor to vl-vendor.
           move vd-vendor-name to vl-vendor-name.
           move ws-cur-invoice to vl-invoice.
           move ws-il-count to vl-lines.
           move ws-invoice-amount to vl-amount.
           move av-due-date to vl-due-date.
           write report-line from ws-voucher-detail
               after advancing 1 line.

      * a held invoice: tallied now, printed on the exception section
      * once the vouchered list is finished - the held invoice and
      * its failing lines are parked in the held table until then
       26-hold-invoice.
           add 1 to ws-invoices-held.
           add ws-invoice-amount to ws-held-amount.
           if ws-hi-count >= 500
               display "APMATCH: HELD INVOICE TABLE FULL - RAISE "
                   "LIMIT AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-hi-count.
           move ws-cur-vendor to ws-hi-vendor(ws-hi-count).
           move ws-cur-invoice to ws-hi-invoice(ws-hi-count).
           move ws-cur-invoice-date to ws-hi-date(ws-hi-count).
           move ws-invoice-amount to ws-hi-amount(ws-hi-count).
           move ws-invoice-reason to ws-hi-reason(ws-hi-count).
           move ws-hx-count to ws-hi-first-line(ws-hi-count).
           add 1 to ws-hi-first-line(ws-hi-count).
           perform varying ws-il-idx from 1 by 1
               until ws-il-idx > ws-il-count
               if ws-il-reason(ws-il-idx) is not equal to spaces
                   and ws-hx-count < 2000
                   add 1 to ws-hx-count
                   move ws-il-entry(ws-il-idx)
                       to ws-hx-entry(ws-hx-count)
               end-if
           end-perform.
           move ws-hx-count to ws-hi-last-line(ws-hi-count).

       40-print-held-invoices.
           if ws-hi-count = 0
               go to 40-print-held-exit
           end-if.
           perform varying ws-hi-idx from 1 by 1
               until ws-hi-idx > ws-hi-count
               move ws-hi-vendor(ws-hi-idx) to hl-vendor
               move ws-hi-invoice(ws-hi-idx) to hl-invoice
               move ws-hi-date(ws-hi-idx) to hl-invoice-date
               move ws-hi-amount(ws-hi-idx) to hl-amount
               move ws-hi-reason(ws-hi-idx) to hl-reason
               write report-line from ws-held-detail
                   after advancing 1 line
               perform varying ws-hx-idx
                   from ws-hi-first-line(ws-hi-idx) by 1
                   until ws-hx-idx > ws-hi-last-line(ws-hi-idx)
                   move ws-hx-po(ws-hx-idx) to hd-po-number
                   move ws-hx-sku(ws-hx-idx) to hd-sku-code
                   move ws-hx-qty(ws-hx-idx) to hd-billed
                   move ws-hx-received(ws-hx-idx) to hd-received
                   move ws-hx-cost(ws-hx-idx) to hd-cost
                   move ws-hx-our-cost(ws-hx-idx) to hd-our-cost
                   move ws-hx-reason(ws-hx-idx) to hd-reason
                   write report-line from ws-held-line-detail
                       after advancing 1 line
               end-perform
           end-perform.

       40-print-held-exit.
           exit.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="APMATCH"==.

       end program ApMatch.
