           organization is line sequential
           file status is ws-cr-file-status.

      * the RTV control account's postings, in the GL extract
      * layout - this runs on demand rather than with a batch, so
      * they wait here until the next SubledgerRecon takes them
      * into its batch's extract
           select rtv-gl-file
           assign to "../../../data/glrtvpend.dat"
           organization is line sequential
           file status is ws-rg-file-status.

      * vendor credit receipts accounting keys - shipment id and
      * the credit amount that arrived
           select credit-recv-file

      * the packing manifests, one file per run with a page per
      * vendor shipment
      * permanent stock-ledger movement journal - goods shipped back
      * leave the books here, the month-end StockLedger's RTV line
           select stock-move-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

           select manifest-file
           assign to dynamic ws-manifest-filename
           organization is line sequential.
      * O = credit still owed, C = covered
           05 cr-status                pic x.

       fd rtv-gl-file
           data record is rtv-gl-line
           record contains 36 characters.
       01 rtv-gl-line.
           05 glc-store-number         pic xx.
           05 glc-account-code         pic x(4).
           05 glc-debit-credit         pic x.
           05 glc-amount               pic 9(7)v99.
           05 glc-description          pic x(20).

       fd credit-recv-file
           data record is credit-recv-record
           record contains 21 characters.
           record contains 8 characters.
       01 apply-marker-record          pic x(8).

       fd stock-move-file
           data record is stock-movement-record
           record contains 42 characters.
       copy "../copybooks/STKMOVE.cpy".

       fd manifest-file
           data record is manifest-line
           record contains 90 characters.
           value spaces.
       77 ws-mk-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-rg-file-status            pic xx
           value spaces.
       77 ws-already-applied           pic x
           value "N".
       77 ws-eof-flag                  pic x
       77 ws-open-credit-total         pic 9(9)v99
           value 0.

      * the RTV control account - an asset: a shipment's expected
      * credit debits it, and the part of a receipt that comes off
      * an open shipment credits it; company-level, store "00"
       77 ws-gl-rtv-account            pic x(4)
           value "1300".
       77 ws-gl-company-store          pic xx
           value "00".
       77 ws-credit-off                pic 9(7)v99
           value 0.
      * the posting 50-post-rtv-gl appends
       77 ws-gl-post-side              pic x
           value spaces.
       77 ws-gl-post-amount            pic 9(7)v99
           value 0.
       77 ws-gl-post-text              pic x(20)
           value spaces.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "RTV PROCESSING - BATCH        ".
               move ws-cl-line(ws-cl-idx) to credit-record
               if cr-shipment-id = cv-shipment-id
                   move "Y" to ws-cl-found
      * only what was still owed on an open shipment comes off the
      * control account - any over-receipt is the vendor's
      * generosity, not a credit we were carrying
                   move 0 to ws-credit-off
                   if cr-status = "O"
                       if cr-received-amt + cv-credit-amt
                           >= cr-expected-amt
                           compute ws-credit-off =
                               cr-expected-amt - cr-received-amt
                       else
                           move cv-credit-amt to ws-credit-off
                       end-if
                   end-if
                   add cv-credit-amt to cr-received-amt
                   if cr-received-amt >= cr-expected-amt
                       move "C" to cr-status
           end-perform.
           if ws-cl-found = "Y"
               add 1 to ws-credits-applied
               if ws-credit-off > 0
                   move "C" to ws-gl-post-side
                   move ws-credit-off to ws-gl-post-amount
                   move "RTV CREDIT RECEIVED" to ws-gl-post-text
                   perform 50-post-rtv-gl
               end-if
           else
               add 1 to ws-orphan-credits
           end-if.
           end-if.

           open output manifest-file.
           open extend stock-move-file.
           if ws-sk-file-status is not equal to "00"
               open output stock-move-file
           end-if.
           perform varying ws-vn-idx from 1 by 1
               until ws-vn-idx > ws-vn-count
               perform 45-ship-one-vendor
           end-perform.
           close manifest-file stock-move-file.

       40-build-exit.
           exit.
               move 0 to cr-received-amt
               move "O" to cr-status
               move credit-record to ws-cl-line(ws-cl-count)
               if ws-vn-expected(ws-vn-idx) > 0
                   move "D" to ws-gl-post-side
                   move ws-vn-expected(ws-vn-idx)
                       to ws-gl-post-amount
                   move "RTV SHIPPED" to ws-gl-post-text
                   perform 50-post-rtv-gl
               end-if
           else
               display "RTV CREDIT TABLE FULL - SHIPMENT "
                   "NOT TRACKED" upon console
           write manifest-line from ws-manifest-detail
               after advancing 1 line.

           if ws-sk-file-status = "00"
               move ws-hd-store(ws-hd-idx) to sk-store-number
               move ws-hd-sku(ws-hd-idx) to sk-sku-code
               move "V" to sk-movement-type
               compute sk-units = 0 - ws-hd-qty(ws-hd-idx)
               move ws-batch-run-date to sk-movement-date
               if sk-movement-date = 0
                   and ws-batch-id(1:8) is numeric
                   compute sk-movement-date =
                       function numval(ws-batch-id)
               end-if
               move ws-batch-id to sk-batch-id
               write stock-movement-record
           end-if.

      * appends one RTV control posting to the pending file - the
      * caller loads the side, amount and description
       50-post-rtv-gl.
           open extend rtv-gl-file.
           if ws-rg-file-status is not equal to "00"
               open output rtv-gl-file
           end-if.
           if ws-rg-file-status = "00"
               move ws-gl-company-store to glc-store-number
               move ws-gl-rtv-account to glc-account-code
               move ws-gl-post-side to glc-debit-credit
               move ws-gl-post-amount to glc-amount
               move ws-gl-post-text to glc-description
               write rtv-gl-line
               close rtv-gl-file
           end-if.

      * shipped lines come off the holding file - the manifest and
      * the credit ledger are their trail from here
       60-rewrite-holding.
