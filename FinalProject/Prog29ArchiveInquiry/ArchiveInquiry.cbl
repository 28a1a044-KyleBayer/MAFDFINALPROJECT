      * files, printing every hit with the batch it came from - so a
      * dispute that spans "sometime in the last three weeks" is one
      * lookup instead of an afternoon of grepping the archive
      * directory by hand. Records MasterAgeOff has moved off the
      * permanent masters are searched too, through the age-off
      * register - an aged-off sale hits exactly as an archived
      * batch line does, and an aged-off layaway, warranty, PO line
      * or gift card prints under the master it came from.
      *
      *   ArchiveInquiry INV   <invoice-number>
      *   ArchiveInquiry STORE <store-number>
           organization is line sequential
           file status is ws-ad-file-status.

      * the age-off register MasterAgeOff keeps - one line per dated
      * archive of records moved off a permanent master
           select age-off-log-file
           assign to "../../../data/agedofflog.dat"
           organization is line sequential
           file status is ws-ao-file-status.

      * one aged-off master archive at a time, other than the sales
      * history (which is in the transaction layout, and is read
      * through archive-data-file above)
           select aged-master-file
           assign to dynamic ws-aged-master-filename
           organization is line sequential
           file status is ws-am-file-status.

           select report-file
           assign to "../../../data/ArchInqReport.out"
           organization is line sequential.

       fd archive-data-file
           data record is archive-data-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==ad==
                     ==input-line== by ==archive-data-line==.

       fd age-off-log-file
           data record is age-off-log-record
           record contains 27 characters.
       copy "../copybooks/AGEOFFLG.cpy".

       fd aged-master-file
           data record is aged-layaway-record aged-warranty-record
               yp-master-record aged-gift-card-record.
       copy "../copybooks/LAYMAST.cpy"
           replacing ==layaway-master-record==
                         by ==aged-layaway-record==
                     leading ==lm== by ==yl==.
       copy "../copybooks/WARRANTY.cpy"
           replacing ==warranty-record== by ==aged-warranty-record==
                     leading ==wr== by ==yw==.
       copy "../copybooks/POMAST.cpy"
           replacing leading ==po== by ==yp==.
       copy "../copybooks/GCLEDGER.cpy"
           replacing ==gift-card-record== by ==aged-gift-card-record==
                     leading ==gc== by ==yg==.

       fd report-file
           data record is report-line
           record contains 120 characters.
           value spaces.
       77 ws-archive-data-filename     pic x(52)
           value spaces.
       77 ws-ao-file-status            pic xx
           value spaces.
       77 ws-am-file-status            pic xx
           value spaces.
       77 ws-aged-master-filename      pic x(52)
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
       77 ws-log-eof-flag              pic x
       77 ws-stem-idx                  pic 9
           value 0.

      * the archives on the age-off register, walked one by one
       77 ws-ao-count                  pic 9(4)
           value 0.
       01 ws-ao-table.
           05 ws-ao-entry
               occurs 1 to 2000 times depending on ws-ao-count.
               10 ws-ao-master         pic x(12).
               10 ws-ao-run-date       pic 9(8).
       77 ws-ao-idx                    pic 9(4)
           value 0.

      * an aged-off master record in the detail line's terms - what
      * the master carries of store, invoice, SKU, amount and date
       77 ws-ag-store                  pic xx
           value spaces.
       77 ws-ag-invoice                pic x(9)
           value spaces.
       77 ws-ag-sku                    pic x(15)
           value spaces.
       77 ws-ag-amount                 pic 9(7)v99
           value 0.
       77 ws-ag-date                   pic 9(8)
           value 0.

       77 ws-match-count               pic 9(7)
           value 0.
       77 ws-record-matches            pic x
               end-perform
           end-perform.

           perform 15-load-age-off-log.
           perform varying ws-ao-idx from 1 by 1
               until ws-ao-idx > ws-ao-count
               if ws-ao-master(ws-ao-idx) = "saleshist"
                   perform 50-scan-aged-sales
                       thru 50-scan-aged-sales-exit
               else
                   perform 55-scan-aged-master
                       thru 55-scan-aged-master-exit
               end-if
           end-perform.

           move ws-match-count to mt-count.
           write report-line from ws-match-total-line
               after advancing 2 lines.
               close archive-log-file
           end-if.

       15-load-age-off-log.
           move "N" to ws-log-eof-flag.
           open input age-off-log-file.
           if ws-ao-file-status = "00"
               read age-off-log-file
                   at end move "Y" to ws-log-eof-flag
               end-read
               perform until ws-log-eof-flag = "Y"
                   if ws-ao-count < 2000
                       add 1 to ws-ao-count
                       move ao-master to ws-ao-master(ws-ao-count)
                       move ao-run-date
                           to ws-ao-run-date(ws-ao-count)
                   end-if
                   read age-off-log-file
                       at end move "Y" to ws-log-eof-flag
                   end-read
               end-perform
               close age-off-log-file
           end-if.

       20-scan-one-archive-file.
           move "N" to ws-eof-flag.
           move spaces to ws-archive-data-filename.
           move ad-transaction-date to dl-date.
           write report-line from ws-detail-line
               after advancing 1 line.

      * an aged-off sales history archive - the transaction layout,
      * tested the same way as a batch's archived files
       50-scan-aged-sales.
           move "N" to ws-eof-flag.
           move spaces to ws-archive-data-filename.
           string "../../../data/agedoff_saleshist_" delimited by size
               ws-ao-run-date(ws-ao-idx) delimited by size
               ".dat" delimited by size
               into ws-archive-data-filename.
           open input archive-data-file.
           if ws-ad-file-status is not equal to "00"
               go to 50-scan-aged-sales-exit
           end-if.
           read archive-data-file at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               perform 30-test-one-record
               if ws-record-matches = "Y"
                   perform 52-print-aged-sale
               end-if
               read archive-data-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close archive-data-file.

       50-scan-aged-sales-exit.
           exit.

      * the batch column carries the day the line was aged off
       52-print-aged-sale.
           add 1 to ws-match-count.
           move ws-ao-run-date(ws-ao-idx) to dl-batch-id.
           move ws-ao-master(ws-ao-idx) to dl-file-stem.
           move ad-transaction-code to dl-code.
           move ad-store-number to dl-store.
           move ad-invoice-number to dl-invoice.
           move ad-sku-code to dl-sku.
           move ad-transaction-amount to dl-amount.
           move ad-transaction-date to dl-date.
           write report-line from ws-detail-line
               after advancing 1 line.

      * an aged-off layaway, warranty, PO line or gift card archive
       55-scan-aged-master.
           move "N" to ws-eof-flag.
           move spaces to ws-aged-master-filename.
           string "../../../data/agedoff_" delimited by size
               ws-ao-master(ws-ao-idx) delimited by space
               "_" delimited by size
               ws-ao-run-date(ws-ao-idx) delimited by size
               ".dat" delimited by size
               into ws-aged-master-filename.
           open input aged-master-file.
           if ws-am-file-status is not equal to "00"
               go to 55-scan-aged-master-exit
           end-if.
           read aged-master-file at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               perform 56-map-aged-record
               perform 57-test-aged-record
               if ws-record-matches = "Y"
                   perform 58-print-aged-record
               end-if
               read aged-master-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close aged-master-file.

       55-scan-aged-master-exit.
           exit.

      * what each master carries - a PO line has no invoice and a
      * gift card neither store, invoice nor SKU, so those only
      * turn up on the searches they can answer
       56-map-aged-record.
           move spaces to ws-ag-store ws-ag-invoice ws-ag-sku.
           move 0 to ws-ag-amount ws-ag-date.
           evaluate ws-ao-master(ws-ao-idx)
               when "laymaster"
                   move yl-store-number to ws-ag-store
                   move yl-invoice-number to ws-ag-invoice
                   move yl-original-amount to ws-ag-amount
                   move yl-open-date to ws-ag-date
               when "warranty"
                   move yw-store-number to ws-ag-store
                   move yw-invoice-number to ws-ag-invoice
                   move yw-sku-code to ws-ag-sku
                   move yw-sale-date to ws-ag-date
               when "pomaster"
                   move yp-store-number to ws-ag-store
                   move yp-sku-code to ws-ag-sku
                   move yp-order-date to ws-ag-date
               when "gcledger"
                   move yg-last-activity to ws-ag-date
           end-evaluate.

       57-test-aged-record.
           move "N" to ws-record-matches.
           evaluate ws-search-type
               when "INV"
                   if ws-ag-invoice = ws-search-value(1:9)
                       and ws-ag-invoice is not equal to spaces
                       move "Y" to ws-record-matches
                   end-if
               when "STORE"
                   if ws-ag-store = ws-search-value(1:2)
                       and ws-ag-store is not equal to spaces
                       move "Y" to ws-record-matches
                   end-if
               when "SKU"
                   if ws-ag-sku = ws-search-value
                       and ws-ag-sku is not equal to spaces
                       move "Y" to ws-record-matches
                   end-if
               when "DATE"
                   if ws-ag-date is numeric
                       and ws-ag-date >= ws-date-from
                       and ws-ag-date <= ws-date-to
                       move "Y" to ws-record-matches
                   end-if
           end-evaluate.

       58-print-aged-record.
           add 1 to ws-match-count.
           move ws-ao-run-date(ws-ao-idx) to dl-batch-id.
           move ws-ao-master(ws-ao-idx) to dl-file-stem.
           move space to dl-code.
           move ws-ag-store to dl-store.
           move ws-ag-invoice to dl-invoice.
           move ws-ag-sku to dl-sku.
           move ws-ag-amount to dl-amount.
           move ws-ag-date to dl-date.
           write report-line from ws-detail-line
               after advancing 1 line.
       end program ArchiveInquiry.
