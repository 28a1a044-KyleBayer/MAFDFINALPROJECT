      * master and raises a loud alert naming every store that sent
      * nothing by cutoff. A store whose polling failed used to just
      * silently not be in the batch, and the books reconciled PASS
      * around the hole. A store whose upload was cut off halfway
      * is caught too: its collected count and dollars are held
      * against its own same-weekday normal from the daily store
      * history, and a store well under it is alerted as a partial
      * upload - unless the expected-closed calendar says the store
      * was not trading that day at all.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-mm-file-status.

      * intraday day register - a micro-batch collects whatever its
      * stores have sent so far, and a store that hasn't sent yet is
      * only missing once the whole day has gone by; see the DAYBATCH
      * copybook
           select day-batch-file
           assign to "../../../data/daybatch.dat"
           organization is line sequential
           file status is ws-db-file-status.

      * the shared central alert file every alert-raising program
      * posts to beside its own noise - see the ALERTFD copybook
           select central-alert-file
           organization is line sequential
           file status is ws-ca-file-status.

      * the batch's business date as the driver recorded it - the
      * weekday the baseline is drawn from
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * permanent daily per-store history - each store's normal
      * volume for this weekday comes from here
           select store-history-file
           assign to "../../../data/storehist.dat"
           organization is line sequential
           file status is ws-shd-file-status.

      * configurable partial-upload gate - the share of normal a
      * store must reach and the weeks of history behind "normal",
      * tunable without a recompile
           select upload-share-file
           assign to "../../../data/uploadshare.dat"
           organization is line sequential
           file status is ws-us-file-status.

      * expected-closed calendar - see the CLOSEDAY copybook
           select closed-day-file
           assign to "../../../data/storeclosed.dat"
           organization is line sequential
           file status is ws-cd-file-status.

       data division.
       file section.


       fd store-upload-file
           data record is store-upload-line
           record contains 153 characters.
       01 store-upload-line            pic x(153).

      * the control records inside a store's upload
       01 store-upload-control redefines store-upload-line.
           05 suc-marker               pic x.
           05 suc-count                pic 9(9).
           05 filler                   pic x(143).

      * the few transaction fields the partial-upload check needs -
      * the rest of the shared layout rides along in the filler
       01 store-upload-detail redefines store-upload-line.
           05 sud-transaction-code     pic x.
           05 sud-transaction-amount   pic 9(5)v99.
           05 filler                   pic x(13).
           05 sud-invoice-line-type    pic x.
           05 filler                   pic x(131).

       fd fixed-output-file
           data record is fixed-output-line
           record contains 153 characters.
       01 fixed-output-line            pic x(153).

       01 fixed-output-control redefines fixed-output-line.
           05 foc-marker               pic x.
           05 foc-count                pic 9(9).
           05 filler                   pic x(143).

       fd fixed-input-file
           data record is fixed-input-line
           record contains 153 characters.
       01 fixed-input-line             pic x(153).

       fd alert-file
           data record is alert-line
           record contains 8 characters.
       01 merge-marker-record          pic x(8).

       fd day-batch-file
           data record is day-batch-record
           record contains 31 characters.
       copy "../copybooks/DAYBATCH.cpy".

       fd central-alert-file
           data record is central-alert-record
           record contains 92 characters.
       copy "../copybooks/ALERTFD.cpy".

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd store-history-file
           data record is store-history-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy".

       fd upload-share-file
           data record is upload-share-record
           record contains 5 characters.
       01 upload-share-record.
      * flag a store under this percent of its normal...
           05 us-share-pct             pic 9(3).
      * ...where normal is the same weekday over this many weeks
           05 us-weeks                 pic 9(2).

       fd closed-day-file
           data record is closed-day-record
           record contains 30 characters.
       copy "../copybooks/CLOSEDAY.cpy".

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

       copy "../copybooks/CLOSDAYWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)

       copy "../copybooks/ALERTWS.cpy".

       copy "../copybooks/DAYBATWS.cpy".

       77 ws-store-upload-filename     pic x(44)
           value spaces.
       77 ws-alert-filename            pic x(44)
           value spaces.
       77 ws-fi-file-status            pic xx
           value spaces.
       77 ws-shd-file-status           pic xx
           value spaces.
       77 ws-us-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
       77 ws-stm-eof-flag              pic x
               10 ws-st-store          pic xx.
               10 ws-st-result         pic x(12).
               10 ws-st-detail-count   pic 9(9).
      * what the upload carried by invoice, the way the daily store
      * history counts it, and the store's same-weekday normal
               10 ws-st-invoice-count  pic 9(7).
               10 ws-st-upload-amt     pic 9(9)v99.
               10 ws-st-base-days      pic 9(3).
               10 ws-st-base-count     pic 9(9).
               10 ws-st-base-amt       pic 9(11)v99.
               10 ws-st-share          pic 9(3).
       77 ws-st-idx                    pic 9(3)
           value 0.

       77 ws-alert-opened              pic x
           value "N".

      * compiled-in defaults: flag a store under half its normal,
      * normal being the same weekday over the last eight weeks,
      * unless uploadshare.dat says otherwise. Fewer than three
      * same-weekday days on file is too thin to call anything
      * normal, so a new store is not judged until it has them.
       77 ws-share-pct                 pic 9(3)
           value 50.
       77 ws-base-weeks                pic 9(2)
           value 8.
       77 ws-min-base-days             pic 9(3)
           value 3.

      * the baseline window, as day numbers counted back from the
      * business day
       77 ws-as-of-day                 pic s9(9)
           value 0.
       77 ws-base-start-day            pic s9(9)
           value 0.
       77 ws-record-day                pic s9(9)
           value 0.
       77 ws-shd-eof-flag              pic x
           value "N".
       77 ws-base-idx                  pic 9(3)
           value 0.

      * one store's normal and its share of it
       77 ws-avg-count                 pic 9(7)v99
           value 0.
       77 ws-avg-amt                   pic 9(9)v99
           value 0.
       77 ws-count-share               pic 9(5)
           value 0.
       77 ws-amt-share                 pic 9(5)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(26)
               value "STORE UPLOAD COLLECTION   ".
           05 av-reason                pic x(12)
               value spaces.

      * a partial upload - the store is named with how much of its
      * normal it actually sent
       01 ws-partial-alert-detail.
           05 filler                   pic x(26)
               value "PARTIAL STORE UPLOAD ALERT".
           05 filler                   pic x(2)
               value spaces.
           05 pa-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 pa-share                 pic zz9
               value 0.
           05 filler                   pic x(11)
               value "% OF NORMAL".

      * under a partial store's result line: what it sent against
      * its same-weekday normal
       01 ws-baseline-line.
           05 bl-label                 pic x(14)
               value spaces.
           05 bl-count                 pic zzzzzz9
               value 0.
           05 filler                   pic x(10)
               value " INVOICES ".
           05 bl-amt                   pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(9)
               value "  SHARE: ".
           05 bl-share                 pic zz9
               value 0.
           05 filler                   pic x
               value "%".

       01 ws-merged-total-line.
           05 filler                   pic x(24)
               value "MERGED DETAIL RECORDS: ".
               goback
           end-if.

           perform 03e-check-intraday-batch.
           perform 03b-load-business-date.
           perform 02-load-share-config.
           move ws-business-date to ws-cd-check-date.
           if ws-intraday-batch = "Y"
               move ws-intraday-date to ws-cd-check-date
           end-if.
           perform 03g-load-closed-day.
           perform 05-load-store-list.
           if ws-intraday-batch is not equal to "Y"
               perform 10-load-baseline
                   thru 10-load-exit
           end-if.
           perform 08-count-existing-details.

           open extend fixed-output-file.
               move ws-st-detail-count(ws-st-idx) to sr-count
               write report-line from ws-store-result-line
                   after advancing 1 line
               if ws-st-result(ws-st-idx) = "PARTIAL"
                   perform 32-print-baseline
               end-if
           end-perform.
           compute mt-count =
               ws-existing-detail-count + ws-merged-detail-count.
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

       02-load-share-config.
           open input upload-share-file.
           if ws-us-file-status = "00"
               read upload-share-file
                   at end
                       continue
                   not at end
                       if us-share-pct is numeric
                           and us-share-pct > 0
                           and us-share-pct <= 100
                           move us-share-pct to ws-share-pct
                       end-if
                       if us-weeks is numeric
                           and us-weeks > 0
                           move us-weeks to ws-base-weeks
                       end-if
               end-read
               close upload-share-file
           end-if.

      * every store on the master must upload; the historical list
      * covers a master outage the same way EDITS degrades
                       to ws-st-store(ws-store-count)
                   move spaces to ws-st-result(ws-store-count)
                   move 0 to ws-st-detail-count(ws-store-count)
                   move 0 to ws-st-base-days(ws-store-count)
                   move 0 to ws-st-base-count(ws-store-count)
                   move 0 to ws-st-base-amt(ws-store-count)
                   read store-master-file
                       at end move "Y" to ws-stm-eof-flag
                   end-read
                       to ws-st-store(ws-idx)
                   move spaces to ws-st-result(ws-idx)
                   move 0 to ws-st-detail-count(ws-idx)
                   move 0 to ws-st-base-days(ws-idx)
                   move 0 to ws-st-base-count(ws-idx)
                   move 0 to ws-st-base-amt(ws-idx)
               end-perform
           end-if.

           end-if.
           move "N" to ws-eof-flag.

      * one pass over the daily history builds every store's normal:
      * the same weekday as the business day, over the baseline
      * weeks before it. A day the store was closed never reached
      * the history, so it doesn't drag the normal down.
       10-load-baseline.
           compute ws-as-of-day =
               function integer-of-date(ws-business-date).
           compute ws-base-start-day =
               ws-as-of-day - (7 * ws-base-weeks).
           move "N" to ws-shd-eof-flag.
           open input store-history-file.
           if ws-shd-file-status is not equal to "00"
               go to 10-load-exit
           end-if.
           read store-history-file
               at end move "Y" to ws-shd-eof-flag
           end-read.
           perform until ws-shd-eof-flag = "Y"
               if shd-date is numeric
                   compute ws-record-day =
                       function integer-of-date(shd-date)
                   if ws-record-day >= ws-base-start-day
                       and ws-record-day < ws-as-of-day
                       and function mod(ws-as-of-day - ws-record-day,
                           7) = 0
                       perform 12-fold-baseline-day
                   end-if
               end-if
               read store-history-file
                   at end move "Y" to ws-shd-eof-flag
               end-read
           end-perform.
           close store-history-file.

       10-load-exit.
           exit.

      * one history day of the store's weekday into its normal - a
      * store no longer on the list is simply passed over. The web
      * orders the store fulfilled that day never came through its
      * upload, so they come back out of the normal.
       12-fold-baseline-day.
           perform varying ws-base-idx from 1 by 1
               until ws-base-idx > ws-store-count
               if shd-store-number = ws-st-store(ws-base-idx)
                   add 1 to ws-st-base-days(ws-base-idx)
                   compute ws-st-base-count(ws-base-idx) =
                       ws-st-base-count(ws-base-idx)
                       + shd-sales-count + shd-layaway-count
                       + shd-return-count + shd-void-count
                       + shd-exchange-count + shd-lay-pay-count
                   compute ws-st-base-amt(ws-base-idx) =
                       ws-st-base-amt(ws-base-idx)
                       + shd-sales-amt + shd-layaway-amt
                       + shd-return-amt + shd-void-amt
                       + shd-exchange-amt + shd-lay-pay-amt
                   if shd-web-count is numeric
                       and shd-web-amt is numeric
                       subtract shd-web-count
                           from ws-st-base-count(ws-base-idx)
                       subtract shd-web-amt
                           from ws-st-base-amt(ws-base-idx)
                   end-if
                   exit perform
               end-if
           end-perform.

      * one store: open its upload, verify its own trailer count
      * against the details actually present, append the details to
      * the merged input, and alert a missing upload or bad trailer
           move 0 to ws-upload-trailer-count.
           move "N" to ws-upload-trailer-seen.
           move "N" to ws-eof-flag.
           move 0 to ws-st-invoice-count(ws-st-idx).
           move 0 to ws-st-upload-amt(ws-st-idx).
           move 0 to ws-st-share(ws-st-idx).

           move spaces to ws-store-upload-filename.
           string "../../../data/upload_" delimited by size
               ".dat" delimited by size
               into ws-store-upload-filename.

      * within a day run in micro-batches, a store with nothing in
      * yet is simply not in yet - DayFinalize raises the alarm for a
      * store that sent nothing the whole day. A store the calendar
      * has closed today is expected to send nothing.
           open input store-upload-file.
           if ws-su-file-status is not equal to "00"
               move ws-st-store(ws-st-idx) to ws-cd-check-store
               perform 03h-check-store-closed
               if ws-cd-store-closed = "Y"
                   move "CLOSED" to ws-st-result(ws-st-idx)
                   go to 20-collect-exit
               end-if
               if ws-intraday-batch = "Y"
                   move "NOT YET IN" to ws-st-result(ws-st-idx)
                   go to 20-collect-exit
               end-if
               move "NO UPLOAD" to ws-st-result(ws-st-idx)
               perform 40-raise-alert
               go to 20-collect-exit
                       write fixed-output-line
                       add 1 to ws-upload-detail-count
                       add 1 to ws-merged-detail-count
                       perform 22-count-invoice
               end-evaluate
               read store-upload-file at end move "Y" to ws-eof-flag
               end-read
               perform 40-raise-alert
           else
               move "COLLECTED" to ws-st-result(ws-st-idx)
               perform 25-check-partial-upload
                   thru 25-check-exit
           end-if.

       20-collect-exit.
           exit.

      * the daily store history counts by invoice - the header (or
      * legacy single-line) record of a sale, layaway, return, void,
      * exchange or layaway payment, and a repair pickup that charges
      * the customer, which the posting turns into a sale - so the
      * upload is counted the same way before it is held against it
       22-count-invoice.
           if sud-invoice-line-type = "D"
               or sud-invoice-line-type = "T"
               continue
           else
               if sud-transaction-code = "S" or "L" or "R" or "V"
                   or "X" or "P"
                   or (sud-transaction-code = "Y"
                       and sud-transaction-amount is numeric
                       and sud-transaction-amount > 0)
                   add 1 to ws-st-invoice-count(ws-st-idx)
                   if sud-transaction-amount is numeric
                       add sud-transaction-amount
                           to ws-st-upload-amt(ws-st-idx)
                   end-if
               end-if
           end-if.

      * a register that wrote its trailer over a file cut off
      * halfway passes its own trailer count, so the upload is also
      * held against the store's same-weekday normal: under the
      * configured share on invoices or on dollars is a partial
      * upload. A micro-batch is a slice of the day by design and a
      * closed store has no normal today, so neither is judged.
       25-check-partial-upload.
           if ws-intraday-batch = "Y"
               go to 25-check-exit
           end-if.
           if ws-st-base-days(ws-st-idx) < ws-min-base-days
               go to 25-check-exit
           end-if.
           move ws-st-store(ws-st-idx) to ws-cd-check-store.
           perform 03h-check-store-closed.
           if ws-cd-store-closed = "Y"
               go to 25-check-exit
           end-if.

           compute ws-avg-count rounded =
               ws-st-base-count(ws-st-idx)
               / ws-st-base-days(ws-st-idx).
           compute ws-avg-amt rounded =
               ws-st-base-amt(ws-st-idx)
               / ws-st-base-days(ws-st-idx).
           move 100 to ws-count-share.
           move 100 to ws-amt-share.
           if ws-avg-count > 0
               compute ws-count-share =
                   ws-st-invoice-count(ws-st-idx) * 100
                   / ws-avg-count
                   on size error move 999 to ws-count-share
               end-compute
           end-if.
           if ws-avg-amt > 0
               compute ws-amt-share =
                   ws-st-upload-amt(ws-st-idx) * 100 / ws-avg-amt
                   on size error move 999 to ws-amt-share
               end-compute
           end-if.
           if ws-amt-share < ws-count-share
               move ws-amt-share to ws-count-share
           end-if.
           if ws-count-share > 999
               move 999 to ws-count-share
           end-if.
           move ws-count-share to ws-st-share(ws-st-idx).

           if ws-count-share < ws-share-pct
               move "PARTIAL" to ws-st-result(ws-st-idx)
               perform 42-raise-partial-alert
           end-if.

       25-check-exit.
           exit.

      * a partial store's two report lines - what it sent, then its
      * normal
       32-print-baseline.
           move "    SENT:     " to bl-label.
           move ws-st-invoice-count(ws-st-idx) to bl-count.
           move ws-st-upload-amt(ws-st-idx) to bl-amt.
           move ws-st-share(ws-st-idx) to bl-share.
           write report-line from ws-baseline-line.
           move "    NORMAL:   " to bl-label.
           compute bl-count rounded =
               ws-st-base-count(ws-st-idx)
               / ws-st-base-days(ws-st-idx).
           compute bl-amt rounded =
               ws-st-base-amt(ws-st-idx)
               / ws-st-base-days(ws-st-idx).
           move 100 to bl-share.
           write report-line from ws-baseline-line.

      * the loud part - an alert record per problem store, and a
      * console line the operator sees while the run is still going
       40-raise-alert.
           move ws-alert-detail to ws-ca-alert-text.
           perform 91-post-central-alert.

      * the same noise for a partial upload, naming the store and
      * the share of its normal it sent
       42-raise-partial-alert.
           add 1 to ws-missing-count.
           if ws-alert-opened is not equal to "Y"
               open output alert-file
               move "Y" to ws-alert-opened
           end-if.
           move ws-st-store(ws-st-idx) to pa-store.
           move ws-st-share(ws-st-idx) to pa-share.
           write alert-line from ws-partial-alert-detail.
           display ws-partial-alert-detail upon console.
           move "C" to ws-ca-severity.
           move ws-partial-alert-detail to ws-ca-alert-text.
           perform 91-post-central-alert.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="STORECOLLECTOR"==.

       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="STORECOLLECTOR"==.

       copy "../copybooks/DAYBATP.cpy".

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/CLOSDAYP.cpy".

       end program StoreCollector.
