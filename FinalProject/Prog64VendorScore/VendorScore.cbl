       identification division.
       program-id. VendorScore.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the sixty-fourth program in our MAFD 4201 Final
      * Project. Buyers argue about which vendors are reliable with
      * no numbers behind them; this is the monthly vendor
      * scorecard that settles it. For the month named by the
      * batch-id, per vendor: the fill rate on the PO lines ordered
      * that month and since closed (units received over units
      * ordered), the share of those lines closed short, the
      * average lead time from order date to receipt off the
      * receiving history, and the defective-return rate - units
      * shipped back to the vendor as defective against units
      * received from them. Vendors print worst first, and any
      * vendor past the configurable fill-rate or defect-rate
      * threshold is flagged. Run on demand after month end.

       environment division.
       configuration section.
       input-output section.

       file-control.

      * the PO master front to back - ordered, received and status
      * of every line
           select po-master-file
           assign to "../../../data/pomaster.dat"
           organization is indexed
           access mode is sequential
           record key is po-line-key
           file status is ws-po-file-status.

      * permanent receiving history PoReceiving appends to - when
      * each line's goods actually came in
           select receipt-history-file
           assign to "../../../data/rcvhist.dat"
           organization is line sequential
           file status is ws-rv-file-status.

      * the permanent stock movement journal - its "V" lines are
      * the defectives RtvProcessing shipped back to the vendor
           select stock-move-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

      * SKU master - the vendor a returned SKU is bought from
           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * vendor master - names for the report
           select vendor-master-file
           assign to "../../../data/vendmaster.dat"
           organization is indexed
           access mode is random
           record key is vd-vendor-id
           file status is ws-vd-file-status.

      * configurable flag thresholds - changeable by purchasing
      * without a recompile
           select threshold-file
           assign to "../../../data/vndthresh.dat"
           organization is line sequential
           file status is ws-th-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd po-master-file
           data record is po-master-record.
       copy "../copybooks/POMAST.cpy".

       fd receipt-history-file
           data record is receipt-history-record
           record contains 58 characters.
       copy "../copybooks/RCVHIST.cpy".

       fd stock-move-file
           data record is stock-movement-record
           record contains 42 characters.
       copy "../copybooks/STKMOVE.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd vendor-master-file
           data record is vendor-master-record.
       copy "../copybooks/VENDMAST.cpy".

       fd threshold-file
           data record is threshold-record
           record contains 8 characters.
       01 threshold-record.
      * a fill rate below this percent is flagged
           05 th-min-fill-pct          pic 9(3)v9.
      * a defective-return rate above this percent is flagged
           05 th-max-defect-pct        pic 9(3)v9.

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

      * run-date/batch-id - its YYYYMM names the month scored
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.
       77 ws-report-period             pic x(6)
           value spaces.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-po-file-status            pic xx
           value spaces.
       77 ws-rv-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-vd-file-available         pic x
           value "N".
       77 ws-th-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in defaults: flag a vendor filling under ninety
      * percent, or sending back over five percent defective,
      * unless vndthresh.dat says otherwise
       77 ws-min-fill-pct              pic 9(3)v9
           value 90.0.
       77 ws-max-defect-pct            pic 9(3)v9
           value 5.0.

       77 ws-date-text                 pic x(8)
           value spaces.
       77 ws-look-vendor               pic x(4)
           value spaces.
       77 ws-lead-days                 pic s9(5)
           value 0.

      * one line per vendor with any activity in the month, and the
      * figures worked from it
       77 ws-vs-count                  pic 9(3)
           value 0.
       01 ws-vendor-table.
           05 ws-vs-entry
               occurs 1 to 300 times depending on ws-vs-count.
               10 ws-vs-vendor         pic x(4).
               10 ws-vs-closed-lines   pic 9(5).
               10 ws-vs-open-lines     pic 9(5).
               10 ws-vs-short-lines    pic 9(5).
               10 ws-vs-units-ordered  pic 9(9).
               10 ws-vs-units-filled   pic 9(9).
               10 ws-vs-receipts       pic 9(5).
               10 ws-vs-lead-days      pic 9(9).
               10 ws-vs-units-received pic 9(9).
               10 ws-vs-units-defect   pic 9(9).
               10 ws-vs-fill-pct       pic 9(3)v9.
               10 ws-vs-short-pct      pic 9(3)v9.
               10 ws-vs-avg-lead       pic 9(3)v9.
               10 ws-vs-defect-pct     pic 9(3)v9.
               10 ws-vs-flag-count     pic 9.
       77 ws-vs-idx                    pic 9(3)
           value 0.
       77 ws-vs-idx2                   pic 9(3)
           value 0.
       77 ws-vs-found                  pic x
           value "N".
       01 ws-vs-swap                   pic x(95)
           value spaces.
       77 ws-swap-needed               pic x
           value "N".
       77 ws-flagged-count             pic 9(3)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(34)
               value "VENDOR PERFORMANCE SCORECARD - ".
           05 rh-period                pic x(6)
               value spaces.

       01 ws-threshold-line.
           05 filler                   pic x(20)
               value "FLAG AT FILL UNDER ".
           05 tl-fill                  pic zz9.9
               value 0.
           05 filler                   pic x(20)
               value "%  DEFECTS OVER ".
           05 tl-defect                pic zz9.9
               value 0.
           05 filler                   pic x(1)
               value "%".

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(27)
               value "VEND NAME".
           05 filler                   pic x(12)
               value "  LINES".
           05 filler                   pic x(10)
               value "FILL %".
           05 filler                   pic x(9)
               value "SHORT %".
           05 filler                   pic x(10)
               value "LEAD DAYS".
           05 filler                   pic x(10)
               value "DEFECT %".
           05 filler                   pic x(10)
               value "FLAG".

       01 ws-detail-line.
           05 dl-vendor                pic x(4)
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 dl-name                  pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-lines                 pic zzzz9
               value 0.
           05 filler                   pic x(1)
               value "/".
           05 dl-open                  pic zzzz9
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 dl-fill                  pic zz9.9
               value 0.
           05 filler                   pic x(5)
               value spaces.
           05 dl-short                 pic zz9.9
               value 0.
           05 filler                   pic x(5)
               value spaces.
           05 dl-lead                  pic zz9.9
               value 0.
           05 filler                   pic x(5)
               value spaces.
           05 dl-defect                pic zz9.9
               value 0.
           05 filler                   pic x(4)
               value spaces.
           05 dl-flag                  pic x(12)
               value spaces.

       01 ws-lines-note.
           05 filler                   pic x(48)
               value "LINES = CLOSED/OPEN PO LINES ORDERED IN MONTH".

       01 ws-totals-line.
           05 filler                   pic x(10)
               value "VENDORS: ".
           05 tl-vendors               pic zz9
               value 0.
           05 filler                   pic x(12)
               value "  FLAGGED: ".
           05 tl-flagged               pic zz9
               value 0.

       01 ws-no-activity-line.
           05 filler                   pic x(44)
               value "NO VENDOR ACTIVITY IN THE PERIOD".

       procedure division.

       00-main.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.
           move ws-batch-id(1:6) to ws-report-period.

           string "../../../data/VendorScore_" delimited by size
               ws-report-period delimited by size
               ".out" delimited by size
               into ws-report-filename.

           perform 02-load-thresholds.

           open output report-file.
           move ws-report-period to rh-period.
           write report-line from ws-report-heading.
           move ws-min-fill-pct to tl-fill.
           move ws-max-defect-pct to tl-defect.
           write report-line from ws-threshold-line
               after advancing 1 line.
           write report-line from ws-line-break.

           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           open input vendor-master-file.
           if ws-vd-file-status = "00"
               move "Y" to ws-vd-file-available
           end-if.

           perform 10-fold-po-lines
               thru 10-fold-exit.
           perform 20-fold-receipts
               thru 20-fold-exit.
           perform 30-fold-defectives
               thru 30-fold-exit.

           if ws-vs-count = 0
               write report-line from ws-no-activity-line
           else
               perform 40-score-vendors
               perform 50-rank-vendors
               perform 60-print-scorecard
           end-if.

           move ws-vs-count to tl-vendors.
           move ws-flagged-count to tl-flagged.
           write report-line from ws-totals-line
               after advancing 2 lines.

           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.
           if ws-vd-file-available = "Y"
               close vendor-master-file
           end-if.
           close report-file.

      * a flagged vendor is a warning for whoever runs it
           if ws-flagged-count > 0
               move 4 to return-code
           end-if.
           goback.

      * keeps the compiled-in defaults if vndthresh.dat isn't there
       02-load-thresholds.
           open input threshold-file.
           if ws-th-file-status = "00"
               read threshold-file
                   at end
                       continue
                   not at end
                       if th-min-fill-pct is numeric
                           move th-min-fill-pct to ws-min-fill-pct
                       end-if
                       if th-max-defect-pct is numeric
                           move th-max-defect-pct
                               to ws-max-defect-pct
                       end-if
               end-read
               close threshold-file
           end-if.

      * PO lines cut in the month: a closed line's received against
      * ordered is its fill (a line cancelled short counts short);
      * a line still open hasn't finished filling and is only
      * counted
       10-fold-po-lines.
           move "N" to ws-eof-flag.
           open input po-master-file.
           if ws-po-file-status is not equal to "00"
               go to 10-fold-exit
           end-if.
           read po-master-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               move po-order-date to ws-date-text
               if ws-date-text(1:6) = ws-report-period
                   move po-vendor-id to ws-look-vendor
                   perform 35-find-vendor
                   if po-status = "O"
                       add 1 to ws-vs-open-lines(ws-vs-idx)
                   else
                       add 1 to ws-vs-closed-lines(ws-vs-idx)
                       add po-qty-ordered
                           to ws-vs-units-ordered(ws-vs-idx)
                       if po-qty-received > po-qty-ordered
                           add po-qty-ordered
                               to ws-vs-units-filled(ws-vs-idx)
                       else
                           add po-qty-received
                               to ws-vs-units-filled(ws-vs-idx)
                       end-if
                       if po-qty-received < po-qty-ordered
                           add 1 to ws-vs-short-lines(ws-vs-idx)
                       end-if
                   end-if
               end-if
               read po-master-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close po-master-file.

       10-fold-exit.
           exit.

      * receipts in the month - the units received the defect rate
      * divides by, and the order-to-receipt days of each
       20-fold-receipts.
           move "N" to ws-eof-flag.
           open input receipt-history-file.
           if ws-rv-file-status is not equal to "00"
               go to 20-fold-exit
           end-if.
           read receipt-history-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               move rv-receipt-date to ws-date-text
               if ws-date-text(1:6) = ws-report-period
                   move rv-vendor-id to ws-look-vendor
                   perform 35-find-vendor
                   add rv-qty-received
                       to ws-vs-units-received(ws-vs-idx)
                   if rv-order-date > 0
                       and rv-receipt-date >= rv-order-date
                       compute ws-lead-days =
                           function integer-of-date(rv-receipt-date)
                           - function integer-of-date(rv-order-date)
                       add 1 to ws-vs-receipts(ws-vs-idx)
                       add ws-lead-days to ws-vs-lead-days(ws-vs-idx)
                   end-if
               end-if
               read receipt-history-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close receipt-history-file.

       20-fold-exit.
           exit.

      * defectives shipped back in the month, to the vendor the SKU
      * is bought from
       30-fold-defectives.
           move "N" to ws-eof-flag.
           open input stock-move-file.
           if ws-sk-file-status is not equal to "00"
               go to 30-fold-exit
           end-if.
           read stock-move-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               move sk-movement-date to ws-date-text
               if sk-movement-type = "V"
                   and ws-date-text(1:6) = ws-report-period
                   move spaces to ws-look-vendor
                   if ws-skm-file-available = "Y"
                       move sk-sku-code to sm-sku-code
                       read sku-master-file
                           invalid key
                               continue
                           not invalid key
                               move sm-vendor-id to ws-look-vendor
                       end-read
                   end-if
                   perform 35-find-vendor
                   subtract sk-units
                       from ws-vs-units-defect(ws-vs-idx)
               end-if
               read stock-move-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close stock-move-file.

       30-fold-exit.
           exit.

      * the scorecard line for ws-look-vendor, added zeroed the first
      * time it's seen; a blank vendor scores under "????"
       35-find-vendor.
           if ws-look-vendor = spaces
               move "????" to ws-look-vendor
           end-if.
           move "N" to ws-vs-found.
           perform varying ws-vs-idx from 1 by 1
               until ws-vs-idx > ws-vs-count
                   or ws-vs-found = "Y"
               if ws-vs-vendor(ws-vs-idx) = ws-look-vendor
                   move "Y" to ws-vs-found
               end-if
           end-perform.
           if ws-vs-found = "Y"
               subtract 1 from ws-vs-idx
           else
               if ws-vs-count >= 300
                   display "VENDORSCORE: VENDOR TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-vs-count
               move ws-vs-count to ws-vs-idx
               move ws-look-vendor to ws-vs-vendor(ws-vs-idx)
               move 0 to ws-vs-closed-lines(ws-vs-idx)
                   ws-vs-open-lines(ws-vs-idx)
                   ws-vs-short-lines(ws-vs-idx)
                   ws-vs-units-ordered(ws-vs-idx)
                   ws-vs-units-filled(ws-vs-idx)
                   ws-vs-receipts(ws-vs-idx)
                   ws-vs-lead-days(ws-vs-idx)
                   ws-vs-units-received(ws-vs-idx)
                   ws-vs-units-defect(ws-vs-idx)
                   ws-vs-fill-pct(ws-vs-idx)
                   ws-vs-short-pct(ws-vs-idx)
                   ws-vs-avg-lead(ws-vs-idx)
                   ws-vs-defect-pct(ws-vs-idx)
                   ws-vs-flag-count(ws-vs-idx)
           end-if.

      * the four measures, and the flags - a vendor with no closed
      * lines has no fill rate yet and is never fill-flagged; one
      * with defectives but nothing received this month is scored
      * at a hundred percent defective
       40-score-vendors.
           perform varying ws-vs-idx from 1 by 1
               until ws-vs-idx > ws-vs-count
               if ws-vs-units-ordered(ws-vs-idx) > 0
                   compute ws-vs-fill-pct(ws-vs-idx) rounded =
                       ws-vs-units-filled(ws-vs-idx) * 100
                           / ws-vs-units-ordered(ws-vs-idx)
                   if ws-vs-fill-pct(ws-vs-idx) < ws-min-fill-pct
                       add 1 to ws-vs-flag-count(ws-vs-idx)
                   end-if
               else
                   move 100 to ws-vs-fill-pct(ws-vs-idx)
               end-if
               if ws-vs-closed-lines(ws-vs-idx) > 0
                   compute ws-vs-short-pct(ws-vs-idx) rounded =
                       ws-vs-short-lines(ws-vs-idx) * 100
                           / ws-vs-closed-lines(ws-vs-idx)
               end-if
               if ws-vs-receipts(ws-vs-idx) > 0
                   compute ws-vs-avg-lead(ws-vs-idx) rounded =
                       ws-vs-lead-days(ws-vs-idx)
                           / ws-vs-receipts(ws-vs-idx)
               end-if
               if ws-vs-units-defect(ws-vs-idx) > 0
                   if ws-vs-units-received(ws-vs-idx) = 0
                       or ws-vs-units-defect(ws-vs-idx)
                           >= ws-vs-units-received(ws-vs-idx)
                       move 100 to ws-vs-defect-pct(ws-vs-idx)
                   else
                       compute ws-vs-defect-pct(ws-vs-idx) rounded =
                           ws-vs-units-defect(ws-vs-idx) * 100
                               / ws-vs-units-received(ws-vs-idx)
                   end-if
                   if ws-vs-defect-pct(ws-vs-idx) > ws-max-defect-pct
                       add 1 to ws-vs-flag-count(ws-vs-idx)
                   end-if
               end-if
               if ws-vs-flag-count(ws-vs-idx) > 0
                   add 1 to ws-flagged-count
               end-if
           end-perform.

      * worst first: flagged on both before flagged on one before
      * clean, then the lowest fill rate, then the highest defect
      * rate
       50-rank-vendors.
           perform varying ws-vs-idx from 1 by 1
               until ws-vs-idx >= ws-vs-count
               perform varying ws-vs-idx2 from ws-vs-idx by 1
                   until ws-vs-idx2 > ws-vs-count
                   perform 52-compare-vendors
                   if ws-swap-needed = "Y"
                       move ws-vs-entry(ws-vs-idx) to ws-vs-swap
                       move ws-vs-entry(ws-vs-idx2)
                           to ws-vs-entry(ws-vs-idx)
                       move ws-vs-swap to ws-vs-entry(ws-vs-idx2)
                   end-if
               end-perform
           end-perform.

      * Y when the vendor at ws-vs-idx2 ranks worse than the one at
      * ws-vs-idx
       52-compare-vendors.
           move "N" to ws-swap-needed.
           evaluate true
               when ws-vs-flag-count(ws-vs-idx2)
                   > ws-vs-flag-count(ws-vs-idx)
                   move "Y" to ws-swap-needed
               when ws-vs-flag-count(ws-vs-idx2)
                   < ws-vs-flag-count(ws-vs-idx)
                   continue
               when ws-vs-fill-pct(ws-vs-idx2)
                   < ws-vs-fill-pct(ws-vs-idx)
                   move "Y" to ws-swap-needed
               when ws-vs-fill-pct(ws-vs-idx2)
                   > ws-vs-fill-pct(ws-vs-idx)
                   continue
               when ws-vs-defect-pct(ws-vs-idx2)
                   > ws-vs-defect-pct(ws-vs-idx)
                   move "Y" to ws-swap-needed
           end-evaluate.

       60-print-scorecard.
           write report-line from ws-column-heading
               after advancing 1 line.
           perform varying ws-vs-idx from 1 by 1
               until ws-vs-idx > ws-vs-count
               move ws-vs-vendor(ws-vs-idx) to dl-vendor
               move spaces to dl-name
               if ws-vd-file-available = "Y"
                   move ws-vs-vendor(ws-vs-idx) to vd-vendor-id
                   read vendor-master-file
                       invalid key
                           move "(NOT ON VENDOR MAST)" to dl-name
                       not invalid key
                           move vd-vendor-name to dl-name
                   end-read
               end-if
               move ws-vs-closed-lines(ws-vs-idx) to dl-lines
               move ws-vs-open-lines(ws-vs-idx) to dl-open
               move ws-vs-fill-pct(ws-vs-idx) to dl-fill
               move ws-vs-short-pct(ws-vs-idx) to dl-short
               move ws-vs-avg-lead(ws-vs-idx) to dl-lead
               move ws-vs-defect-pct(ws-vs-idx) to dl-defect
               move spaces to dl-flag
               if ws-vs-units-ordered(ws-vs-idx) > 0
                   and ws-vs-fill-pct(ws-vs-idx) < ws-min-fill-pct
                   move "FILL" to dl-flag(1:4)
               end-if
               if ws-vs-defect-pct(ws-vs-idx) > ws-max-defect-pct
                   move "DEFECT" to dl-flag(6:6)
               end-if
               write report-line from ws-detail-line
                   after advancing 1 line
           end-perform.
           write report-line from ws-lines-note
               after advancing 2 lines.

       end program VendorScore.
