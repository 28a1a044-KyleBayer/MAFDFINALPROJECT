      * the 12th" for a dispute, via the inquiry mode:
      *     PriceChange <batch-id> <sku-code>
      * prints that SKU's full history instead of posting anything.
      * A change proposed by the stock aging report sits in the
      * pending file held until merchandising approves it (or turns
      * it down) through the approval file.
      * Runs at the head of the chain so the day's validation sees
      * the day's prices.

           organization is line sequential
           file status is ws-pc-file-status.

      * merchandising's decisions on held (proposed) changes - one
      * line per SKU, "A" to approve or "R" to reject; consumed and
      * emptied by the run that acts on it
           select approval-file
           assign to "../../../data/pcapprove.dat"
           organization is line sequential
           file status is ws-pa-file-status.

      * SKU master - the price actually applied
           select sku-master-file
           assign to "../../../data/skumaster.dat"

       fd pending-file
           data record is pending-record
           record contains 31 characters.
       01 pending-record.
           05 pc-sku-code              pic x(15).
           05 pc-new-price             pic 9(5)v99.
      * YYYYMMDD the new price takes effect
           05 pc-effective-date        pic 9(8).
      * "H" for a proposed change held until merchandising approves
      * it, spaces for a live one (every line keyed by pricing)
           05 pc-hold-flag             pic x.

       fd approval-file
           data record is approval-record
           record contains 16 characters.
       01 approval-record.
           05 pa-sku-code              pic x(15).
      * "A" approves the SKU's held change, "R" drops it
           05 pa-action                pic x.

       fd sku-master-file
           data record is sku-master-record.
           value "N".
       77 ws-ph-file-status            pic xx
           value spaces.
       77 ws-pa-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

               10 ws-pd-sku            pic x(15).
               10 ws-pd-price          pic 9(5)v99.
               10 ws-pd-eff-date       pic 9(8).
      * Y = applied tonight, X = rejected - neither carries forward
               10 ws-pd-applied        pic x.
               10 ws-pd-hold           pic x.
       77 ws-pd-idx                    pic 9(4)
           value 0.

           value 0.
       77 ws-bulletin-count            pic 9(5)
           value 0.
       77 ws-held-count                pic 9(5)
           value 0.
       77 ws-approval-count            pic 9(5)
           value 0.
       77 ws-hold-found                pic x
           value "N".
       77 ws-bulletin-opened           pic x
           value "N".
       77 ws-old-price                 pic 9(5)v99
               value "  ON TOMORROW LIST: ".
           05 tl-bulletin              pic zzzz9
               value 0.
           05 filler                   pic x(8)
               value "  HELD: ".
           05 tl-held                  pic zzzz9
               value 0.

       01 ws-bulletin-heading.
           05 filler                   pic x(34)
           write report-line from ws-line-break.

           perform 10-load-pending.
           perform 15-apply-approvals
               thru 15-approvals-exit.

           open i-o sku-master-file.
           if ws-skm-file-status = "00"
           move ws-applied-count to tl-applied.
           move ws-unknown-count to tl-unknown.
           move ws-bulletin-count to tl-bulletin.
           move ws-held-count to tl-held.
           write report-line from ws-totals-line
               after advancing 2 lines.
           close report-file.
                   move pc-effective-date
                       to ws-pd-eff-date(ws-pd-count)
                   move "N" to ws-pd-applied(ws-pd-count)
                   move pc-hold-flag to ws-pd-hold(ws-pd-count)
                   read pending-file at end move "Y" to ws-eof-flag
                   end-read
               end-perform
           end-if.
           move "N" to ws-eof-flag.

      * merchandising's approvals and rejections of held changes. An
      * approved change whose proposed date has already gone by
      * takes effect tomorrow instead, so the stores still get it on
      * the bulletin before it rings; the file is emptied once acted
      * on so a decision can't be replayed
       15-apply-approvals.
           move "N" to ws-eof-flag.
           open input approval-file.
           if ws-pa-file-status is not equal to "00"
               go to 15-approvals-exit
           end-if.
           read approval-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-approval-count
               perform 17-apply-one-approval
               read approval-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close approval-file.
           if ws-approval-count > 0
               open output approval-file
               close approval-file
           end-if.

       15-approvals-exit.
           move "N" to ws-eof-flag.

       17-apply-one-approval.
           move "N" to ws-hold-found.
           perform varying ws-pd-idx from 1 by 1
               until ws-pd-idx > ws-pd-count
               if ws-pd-sku(ws-pd-idx) = pa-sku-code
                   and ws-pd-hold(ws-pd-idx) = "H"
                   and (pa-action = "A" or pa-action = "R")
                   move "Y" to ws-hold-found
                   move ws-pd-sku(ws-pd-idx) to ad-sku
                   move 0 to ad-old-price
                   move ws-pd-price(ws-pd-idx) to ad-new-price
                   if pa-action = "A"
                       move space to ws-pd-hold(ws-pd-idx)
                       if ws-pd-eff-date(ws-pd-idx)
                           <= ws-business-date
                           move ws-tomorrow
                               to ws-pd-eff-date(ws-pd-idx)
                       end-if
                       move "APPROVED" to ad-flag
                   else
                       move "X" to ws-pd-applied(ws-pd-idx)
                       move "REJECTED" to ad-flag
                   end-if
                   move ws-pd-eff-date(ws-pd-idx) to ad-eff-date
                   write report-line from ws-applied-detail
                       after advancing 1 line
               end-if
           end-perform.
           if ws-hold-found is not equal to "Y"
               move pa-sku-code to ad-sku
               move 0 to ad-old-price ad-new-price ad-eff-date
               move "NO HOLD" to ad-flag
               write report-line from ws-applied-detail
                   after advancing 1 line
           end-if.

      * one pending change: arrived means apply it (and journal it
      * to the history), effective tomorrow means the bulletin, any
      * later date just carries forward
       20-judge-one-change.
      * a held proposal (or one just rejected) goes nowhere tonight
           if ws-pd-applied(ws-pd-idx) = "X"
               go to 20-judge-exit
           end-if.
           if ws-pd-hold(ws-pd-idx) = "H"
               add 1 to ws-held-count
               go to 20-judge-exit
           end-if.
           if ws-pd-eff-date(ws-pd-idx) <= ws-business-date
               perform 25-apply-one-change
               go to 20-judge-exit
               after advancing 1 line.

      * the applied lines come off the pending file so the same
      * change can't apply twice, and so do the rejected ones -
      * unknown-SKU, held and future lines stay
       40-rewrite-pending.
           open output pending-file.
           perform varying ws-pd-idx from 1 by 1
               until ws-pd-idx > ws-pd-count
               if ws-pd-applied(ws-pd-idx) = "N"
                   move ws-pd-sku(ws-pd-idx) to pc-sku-code
                   move ws-pd-price(ws-pd-idx) to pc-new-price
                   move ws-pd-eff-date(ws-pd-idx)
                       to pc-effective-date
                   move ws-pd-hold(ws-pd-idx) to pc-hold-flag
                   write pending-record
               end-if
           end-perform.
