       identification division.
       program-id. RefIntegrity.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-third program in our MAFD 4201 Final
      * Project. FileVerify proves each indexed master is sound on
      * its own; nothing proved the masters agree with each other,
      * and they had drifted - inventory rows for SKUs deleted from
      * the SKU master, layaways carrying customer numbers the
      * customer master doesn't have, kit components with no SKU
      * record, salespeople homed at stores that have closed, and
      * open stores with no district. This sweep checks each of those
      * relationships and lists every orphan by file and key. The
      * counts are kept in refcheck.dat from run to run, and a check
      * whose count has grown since the previous run posts a central
      * alert so it lands on the morning digest. It runs nightly in
      * the chain ahead of the dashboard and the alert digest, and
      * on demand the same way as any step:
      *     RefIntegrity <batch-id>

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

      * the batch's business date as the driver recorded it - what a
      * store's close date is measured against
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the masters the relationships run between - the child side
      * is walked start to end, the parent side read by key
           select inventory-master-file
           assign to "../../../data/invmaster.dat"
           organization is indexed
           access mode is sequential
           record key is im-store-sku-key
           file status is ws-im-file-status.

           select sku-master-file
           assign to "../../../data/skumaster.dat"
           organization is indexed
           access mode is random
           record key is sm-sku-code
           file status is ws-skm-file-status.

           select layaway-master-file
           assign to "../../../data/laymaster.dat"
           organization is indexed
           access mode is sequential
           record key is lm-invoice-number
           file status is ws-lm-file-status.

           select customer-master-file
           assign to "../../../data/custmaster.dat"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cm-file-status.

           select kit-master-file
           assign to "../../../data/kitmaster.dat"
           organization is indexed
           access mode is sequential
           record key is km-kit-key
           file status is ws-km-file-status.

           select salesperson-master-file
           assign to "../../../data/slsmaster.dat"
           organization is indexed
           access mode is sequential
           record key is sl-salesperson-id
           file status is ws-sl-file-status.

      * store master - read by key for the salespeople's home
      * stores, and walked start to end for the districts
           select store-master-file
           assign to "../../../data/storemaster.dat"
           organization is indexed
           access mode is dynamic
           record key is stm-store-number
           file status is ws-stm-file-status.

      * each check's orphan count as of the previous run
           select ref-check-file
           assign to "../../../data/refcheck.dat"
           organization is line sequential
           file status is ws-rc-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

      * the shared central alert file every alert-raising program
      * posts to beside its own noise - see the ALERTFD copybook
           select central-alert-file
           assign to "../../../data/alertcentral.dat"
           organization is line sequential
           file status is ws-ca-file-status.

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

       fd inventory-master-file
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd sku-master-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd layaway-master-file
           data record is layaway-master-record.
       copy "../copybooks/LAYMAST.cpy".

       fd customer-master-file
           data record is customer-master-record.
       copy "../copybooks/CUSTMAST.cpy".

       fd kit-master-file
           data record is kit-master-record.
       copy "../copybooks/KITMAST.cpy".

       fd salesperson-master-file
           data record is salesperson-master-record.
       copy "../copybooks/SLSMAST.cpy".

       fd store-master-file
           data record is store-master-record.
       copy "../copybooks/STRMAST.cpy".

       fd ref-check-file
           data record is ref-check-record
           record contains 25 characters.
       01 ref-check-record.
           05 rc-check-code            pic x(8).
           05 rc-orphan-count          pic 9(7).
      * the batch the count was taken on
           05 rc-batch-id              pic x(8).
           05 filler                   pic x(2).

       fd report-file
           data record is report-line
           record contains 90 characters.
       01 report-line                  pic x(90).

       fd central-alert-file
           data record is central-alert-record
           record contains 92 characters.
       copy "../copybooks/ALERTFD.cpy".

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/ALERTWS.cpy".

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

       77 ws-im-file-status            pic xx
           value spaces.
       77 ws-skm-file-status           pic xx
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-lm-file-status            pic xx
           value spaces.
       77 ws-cm-file-status            pic xx
           value spaces.
       77 ws-cm-file-available         pic x
           value "N".
       77 ws-km-file-status            pic xx
           value spaces.
       77 ws-sl-file-status            pic xx
           value spaces.
       77 ws-stm-file-status           pic xx
           value spaces.
       77 ws-stm-file-available        pic x
           value "N".
       77 ws-rc-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the five relationships checked, in the order they run and
      * print - code, the child file, and what an orphan there means
       01 ws-check-definitions.
           05 filler                   pic x(8)
               value "INVSKU".
           05 filler                   pic x(12)
               value "invmaster".
           05 filler                   pic x(36)
               value "SKU NOT ON THE SKU MASTER".
           05 filler                   pic x(8)
               value "LAYCUST".
           05 filler                   pic x(12)
               value "laymaster".
           05 filler                   pic x(36)
               value "CUSTOMER NOT ON THE CUSTOMER MASTER".
           05 filler                   pic x(8)
               value "KITSKU".
           05 filler                   pic x(12)
               value "kitmaster".
           05 filler                   pic x(36)
               value "KIT OR COMPONENT SKU NOT ON FILE".
           05 filler                   pic x(8)
               value "SLSSTORE".
           05 filler                   pic x(12)
               value "slsmaster".
           05 filler                   pic x(36)
               value "HOME STORE CLOSED OR NOT ON FILE".
           05 filler                   pic x(8)
               value "STRDIST".
           05 filler                   pic x(12)
               value "storemaster".
           05 filler                   pic x(36)
               value "OPEN STORE WITH NO DISTRICT".
       01 ws-check-table redefines ws-check-definitions.
           05 ws-ck-entry              occurs 5 times.
               10 ws-ck-code           pic x(8).
               10 ws-ck-file           pic x(12).
               10 ws-ck-meaning        pic x(36).

      * this run's and the previous run's count per check; the
      * previous is -1 where there's no earlier count to compare
       01 ws-check-counts.
           05 ws-ck-count-entry        occurs 5 times.
               10 ws-ck-count          pic 9(7).
               10 ws-ck-previous       pic s9(7).
               10 ws-ck-skipped        pic x.
       77 ws-ck-idx                    pic 9
           value 0.
       77 ws-total-orphans             pic 9(7)
           value 0.
       77 ws-grown-count               pic 9
           value 0.

      * the orphan being listed - its key and why
       77 ws-orphan-key                pic x(32)
           value spaces.
       77 ws-orphan-reason             pic x(36)
           value spaces.

       01 ws-report-heading.
           05 filler                   pic x(32)
               value "REFERENTIAL INTEGRITY SWEEP FOR ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-check-heading.
           05 ch-file                  pic x(12)
               value spaces.
           05 filler                   pic x(3)
               value " - ".
           05 ch-meaning               pic x(36)
               value spaces.

       01 ws-orphan-line.
           05 filler                   pic x(2)
               value spaces.
           05 ol-file                  pic x(12)
               value spaces.
           05 ol-key                   pic x(32)
               value spaces.
           05 ol-reason                pic x(36)
               value spaces.

       01 ws-none-line.
           05 filler                   pic x(8)
               value "  (NONE)".

       01 ws-skipped-line.
           05 filler                   pic x(41)
               value "  (NOT CHECKED - A MASTER IS NOT ON FILE)".

       01 ws-summary-heading.
           05 filler                   pic x(12)
               value "CHECK".
           05 filler                   pic x(12)
               value "FILE".
           05 filler                   pic x(10)
               value "   ORPHANS".
           05 filler                   pic x(10)
               value "  PREVIOUS".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(6)
               value "CHANGE".

       01 ws-summary-line.
           05 sl2-code                 pic x(12)
               value spaces.
           05 sl2-file                 pic x(12)
               value spaces.
           05 sl2-count                pic zzzzzzzzz9
               value 0.
           05 sl2-previous             pic x(10)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 sl2-change               pic x(16)
               value spaces.

       01 ws-previous-edit             pic zzzzzzzzz9
           value 0.

       01 ws-total-line.
           05 filler                   pic x(24)
               value "TOTAL ORPHANS:".
           05 tl-orphans               pic zzzzzz9
               value 0.

      * the central alert for a check that has grown
       01 ws-alert-detail.
           05 filler                   pic x(10)
               value "REF CHECK ".
           05 ad-code                  pic x(8)
               value spaces.
           05 filler                   pic x(17)
               value " ORPHANS UP FROM ".
           05 ad-previous              pic z(6)9
               value 0.
           05 filler                   pic x(4)
               value " TO ".
           05 ad-count                 pic z(6)9
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.
           perform 05-load-previous-counts.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input sku-master-file.
           if ws-skm-file-status = "00"
               move "Y" to ws-skm-file-available
           end-if.
           open input customer-master-file.
           if ws-cm-file-status = "00"
               move "Y" to ws-cm-file-available
           end-if.
           open input store-master-file.
           if ws-stm-file-status = "00"
               move "Y" to ws-stm-file-available
           end-if.

           perform 10-check-inventory-skus
               thru 10-check-inventory-skus-exit.
           perform 20-check-layaway-customers
               thru 20-check-layaway-customers-exit.
           perform 30-check-kit-skus
               thru 30-check-kit-skus-exit.
           perform 40-check-home-stores
               thru 40-check-home-stores-exit.
           perform 50-check-districts
               thru 50-check-districts-exit.

           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.
           if ws-cm-file-available = "Y"
               close customer-master-file
           end-if.
           if ws-stm-file-available = "Y"
               close store-master-file
           end-if.

           perform 60-print-summary.
           close report-file.
           perform 70-save-counts.

           if ws-grown-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-total-orphans to ws-rl-records-read.
           move ws-total-orphans to ws-rl-records-written.
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

           string "../../../data/RefIntegrity_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * the counts the previous run left - a check missing from the
      * file (or the file itself missing, on the first run) has
      * nothing to compare against
       05-load-previous-counts.
           perform varying ws-ck-idx from 1 by 1 until ws-ck-idx > 5
               move 0 to ws-ck-count(ws-ck-idx)
               move -1 to ws-ck-previous(ws-ck-idx)
               move "N" to ws-ck-skipped(ws-ck-idx)
           end-perform.
           move "N" to ws-eof-flag.
           open input ref-check-file.
           if ws-rc-file-status = "00"
               read ref-check-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   perform varying ws-ck-idx from 1 by 1
                       until ws-ck-idx > 5
                       if ws-ck-code(ws-ck-idx) = rc-check-code
                           and rc-orphan-count is numeric
                           move rc-orphan-count
                               to ws-ck-previous(ws-ck-idx)
                       end-if
                   end-perform
                   read ref-check-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close ref-check-file
           end-if.
           move "N" to ws-eof-flag.

      * inventory rows whose SKU has been deleted from the SKU master
       10-check-inventory-skus.
           move 1 to ws-ck-idx.
           perform 80-print-check-heading.
           if ws-skm-file-available is not equal to "Y"
               perform 84-print-skipped
               go to 10-check-inventory-skus-exit
           end-if.
           open input inventory-master-file.
           if ws-im-file-status is not equal to "00"
               perform 84-print-skipped
               go to 10-check-inventory-skus-exit
           end-if.
           move "N" to ws-eof-flag.
           read inventory-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               move im-sku-code to sm-sku-code
               read sku-master-file
                   invalid key
                       move spaces to ws-orphan-key
                       string "STORE " delimited by size
                           im-store-number delimited by size
                           " SKU " delimited by size
                           im-sku-code delimited by space
                           into ws-orphan-key
                       move ws-ck-meaning(ws-ck-idx)
                           to ws-orphan-reason
                       perform 82-print-orphan
               end-read
               read inventory-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close inventory-master-file.
           perform 86-print-none.

       10-check-inventory-skus-exit.
           exit.

      * layaways carrying a customer number the customer master
      * doesn't have - or one a merge retired, which should have been
      * re-pointed to the survivor; walk-in layaways (spaces) are fine
       20-check-layaway-customers.
           move 2 to ws-ck-idx.
           perform 80-print-check-heading.
           if ws-cm-file-available is not equal to "Y"
               perform 84-print-skipped
               go to 20-check-layaway-customers-exit
           end-if.
           open input layaway-master-file.
           if ws-lm-file-status is not equal to "00"
               perform 84-print-skipped
               go to 20-check-layaway-customers-exit
           end-if.
           move "N" to ws-eof-flag.
           read layaway-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if lm-customer-number is not equal to spaces
                   move spaces to ws-orphan-key
                   string "INVOICE " delimited by size
                       lm-invoice-number delimited by size
                       " CUST " delimited by size
                       lm-customer-number delimited by size
                       into ws-orphan-key
                   move lm-customer-number to cm-customer-number
                   read customer-master-file
                       invalid key
                           move ws-ck-meaning(ws-ck-idx)
                               to ws-orphan-reason
                           perform 82-print-orphan
                       not invalid key
                           if cm-merged-into is not equal to spaces
                               move "CUSTOMER MERGED - NOT REPOINTED"
                                   to ws-orphan-reason
                               perform 82-print-orphan
                           end-if
                   end-read
               end-if
               read layaway-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close layaway-master-file.
           perform 86-print-none.

       20-check-layaway-customers-exit.
           exit.

      * kit lines whose component - or the kit SKU itself - has no
      * SKU master record
       30-check-kit-skus.
           move 3 to ws-ck-idx.
           perform 80-print-check-heading.
           if ws-skm-file-available is not equal to "Y"
               perform 84-print-skipped
               go to 30-check-kit-skus-exit
           end-if.
           open input kit-master-file.
           if ws-km-file-status is not equal to "00"
               perform 84-print-skipped
               go to 30-check-kit-skus-exit
           end-if.
           move "N" to ws-eof-flag.
           read kit-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               move spaces to ws-orphan-key
               string "KIT " delimited by size
                   km-kit-sku delimited by space
                   " / " delimited by size
                   km-component-sku delimited by space
                   into ws-orphan-key
               move km-component-sku to sm-sku-code
               read sku-master-file
                   invalid key
                       move "COMPONENT SKU NOT ON THE SKU MASTER"
                           to ws-orphan-reason
                       perform 82-print-orphan
               end-read
               move km-kit-sku to sm-sku-code
               read sku-master-file
                   invalid key
                       move "KIT SKU NOT ON THE SKU MASTER"
                           to ws-orphan-reason
                       perform 82-print-orphan
               end-read
               read kit-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close kit-master-file.
           perform 86-print-none.

       30-check-kit-skus-exit.
           exit.

      * salespeople homed at a store that isn't on the store master
      * or has closed as of the batch's business date
       40-check-home-stores.
           move 4 to ws-ck-idx.
           perform 80-print-check-heading.
           if ws-stm-file-available is not equal to "Y"
               perform 84-print-skipped
               go to 40-check-home-stores-exit
           end-if.
           open input salesperson-master-file.
           if ws-sl-file-status is not equal to "00"
               perform 84-print-skipped
               go to 40-check-home-stores-exit
           end-if.
           move "N" to ws-eof-flag.
           read salesperson-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               move spaces to ws-orphan-key
               string "SALESPERSON " delimited by size
                   sl-salesperson-id delimited by size
                   " STORE " delimited by size
                   sl-home-store delimited by size
                   into ws-orphan-key
               move sl-home-store to stm-store-number
               read store-master-file
                   invalid key
                       move "HOME STORE NOT ON THE STORE MASTER"
                           to ws-orphan-reason
                       perform 82-print-orphan
                   not invalid key
                       if stm-close-date is numeric
                           and stm-close-date > 0
                           and stm-close-date <= ws-business-date
                           move "HOME STORE HAS CLOSED"
                               to ws-orphan-reason
                           perform 82-print-orphan
                       end-if
               end-read
               read salesperson-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close salesperson-master-file.
           perform 86-print-none.

       40-check-home-stores-exit.
           exit.

      * open stores that report into no district - they roll up
      * under "??" until someone owns them
       50-check-districts.
           move 5 to ws-ck-idx.
           perform 80-print-check-heading.
           if ws-stm-file-available is not equal to "Y"
               perform 84-print-skipped
               go to 50-check-districts-exit
           end-if.
           move low-values to stm-store-number.
           start store-master-file
               key is not less than stm-store-number
               invalid key
                   perform 86-print-none
                   go to 50-check-districts-exit
           end-start.
           move "N" to ws-eof-flag.
           read store-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if stm-district = spaces
                   and (stm-close-date is not numeric
                       or stm-close-date = 0
                       or stm-close-date > ws-business-date)
                   move spaces to ws-orphan-key
                   string "STORE " delimited by size
                       stm-store-number delimited by size
                       " " delimited by size
                       stm-store-name delimited by size
                       into ws-orphan-key
                   move ws-ck-meaning(ws-ck-idx) to ws-orphan-reason
                   perform 82-print-orphan
               end-if
               read store-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           perform 86-print-none.

       50-check-districts-exit.
           exit.

      * every check's count beside the previous run's; a count that
      * has grown posts a central alert
       60-print-summary.
           write report-line from ws-summary-heading
               after advancing 2 lines.
           perform varying ws-ck-idx from 1 by 1 until ws-ck-idx > 5
               move ws-ck-code(ws-ck-idx) to sl2-code
               move ws-ck-file(ws-ck-idx) to sl2-file
               move ws-ck-count(ws-ck-idx) to sl2-count
               move spaces to sl2-change
               if ws-ck-previous(ws-ck-idx) < 0
                   move "         -" to sl2-previous
               else
                   move ws-ck-previous(ws-ck-idx) to ws-previous-edit
                   move ws-previous-edit to sl2-previous
               end-if
               evaluate true
                   when ws-ck-skipped(ws-ck-idx) = "Y"
                       move "NOT CHECKED" to sl2-change
                   when ws-ck-previous(ws-ck-idx) < 0
                       move "FIRST COUNT" to sl2-change
                   when ws-ck-count(ws-ck-idx)
                       > ws-ck-previous(ws-ck-idx)
                       move "UP - ALERTED" to sl2-change
                       perform 62-alert-growth
                   when ws-ck-count(ws-ck-idx)
                       < ws-ck-previous(ws-ck-idx)
                       move "DOWN" to sl2-change
                   when other
                       move "SAME" to sl2-change
               end-evaluate
               write report-line from ws-summary-line
                   after advancing 1 line
               add ws-ck-count(ws-ck-idx) to ws-total-orphans
           end-perform.
           move ws-total-orphans to tl-orphans.
           write report-line from ws-total-line
               after advancing 2 lines.

       62-alert-growth.
           add 1 to ws-grown-count.
           move ws-ck-code(ws-ck-idx) to ad-code.
           move ws-ck-previous(ws-ck-idx) to ad-previous.
           move ws-ck-count(ws-ck-idx) to ad-count.
           move "W" to ws-ca-severity.
           move ws-alert-detail to ws-ca-alert-text.
           perform 91-post-central-alert.

      * this run's counts become the next run's previous - a check
      * that couldn't run keeps the count it had
       70-save-counts.
           open output ref-check-file.
           if ws-rc-file-status = "00"
               perform varying ws-ck-idx from 1 by 1
                   until ws-ck-idx > 5
                   if ws-ck-skipped(ws-ck-idx) is not equal to "Y"
                       or ws-ck-previous(ws-ck-idx) >= 0
                       move spaces to ref-check-record
                       move ws-ck-code(ws-ck-idx) to rc-check-code
                       if ws-ck-skipped(ws-ck-idx) = "Y"
                           move ws-ck-previous(ws-ck-idx)
                               to rc-orphan-count
                       else
                           move ws-ck-count(ws-ck-idx)
                               to rc-orphan-count
                       end-if
                       move ws-batch-id to rc-batch-id
                       write ref-check-record
                   end-if
               end-perform
               close ref-check-file
           end-if.

       80-print-check-heading.
           move ws-ck-file(ws-ck-idx) to ch-file.
           move ws-ck-meaning(ws-ck-idx) to ch-meaning.
           write report-line from ws-check-heading
               after advancing 2 lines.

       82-print-orphan.
           add 1 to ws-ck-count(ws-ck-idx).
           move ws-ck-file(ws-ck-idx) to ol-file.
           move ws-orphan-key to ol-key.
           move ws-orphan-reason to ol-reason.
           write report-line from ws-orphan-line
               after advancing 1 line.

       84-print-skipped.
           move "Y" to ws-ck-skipped(ws-ck-idx).
           write report-line from ws-skipped-line
               after advancing 1 line.

       86-print-none.
           if ws-ck-count(ws-ck-idx) = 0
               write report-line from ws-none-line
                   after advancing 1 line
           end-if.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="REFINTEGRITY"==.

       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="REFINTEGRITY"==.

       end program RefIntegrity.
