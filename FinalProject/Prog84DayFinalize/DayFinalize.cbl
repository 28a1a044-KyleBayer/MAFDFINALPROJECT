       identification division.
       program-id. DayFinalize.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-fourth program in our MAFD 4201 Final
      * Project. A business day run in micro-batches - EDITS through
      * the posting steps several times a day against whatever
      * uploads have come in - leaves one set of batch files per
      * micro-batch. This is the end-of-day step that folds them
      * back into one day: it refuses a day whose micro-batches
      * haven't all finished, combines their counts, summaries,
      * tender totals and validated records under the business date
      * as the batch-id, writes the day's single store-history row
      * per store, and only now alerts a store that sent nothing the
      * whole day. The daily-only steps (Reconciliation,
      * DepositRecon, Dashboard and the rest) then run once against
      * the combined day, exactly as they would after a nightly run.

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

      * intraday day register - which micro-batches the driver
      * started on the day and which of them finished; see the
      * DAYBATCH copybook
           select day-batch-file
           assign to "../../../data/daybatch.dat"
           organization is line sequential
           file status is ws-db-file-status.

      * store master - the authority on which stores must upload
           select store-master-file
           assign to "../../../data/storemaster.dat"
           organization is indexed
           access mode is sequential
           record key is stm-store-number
           file status is ws-stm-file-status.

      * the per-batch files being combined, opened one micro-batch
      * at a time through the dynamic name - and the day's own copy
      * written back through the same name once they're summed.
      * Never two of these open at once.
           select count-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

           select split-count-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

           select edits-summary-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

           select dollar-summary-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

           select store-pay-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

           select drawer-pay-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

      * one store's upload for one micro-batch - only probed for
      * existence, never read
           select store-upload-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

      * a micro-batch's store history, held back from storehist.dat
      * by DataSplitCount so the day lands there as one row a store
           select store-history-in-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

      * a micro-batch's validated records - indexed by EDITS, read
      * here in key order
           select micro-valid-file
           assign to dynamic ws-work-filename
           organization is indexed
           access mode is sequential
           record key is mv-invoice-key
           file status is ws-wf-file-status.

      * a micro-batch's rejected records and error-rate alerts
           select micro-invalid-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

           select micro-alert-file
           assign to dynamic ws-work-filename
           organization is line sequential
           file status is ws-wf-file-status.

      * the day's combined validated records, written by key as each
      * micro-batch is read - the daily steps read this exactly as
      * they read a nightly batch's valid file
           select day-valid-file
           assign to dynamic ws-out-filename
           organization is indexed
           access mode is random
           record key is dv-invoice-key
           file status is ws-of-file-status.

           select day-invalid-file
           assign to dynamic ws-out-filename
           organization is line sequential
           file status is ws-of-file-status.

           select day-alert-file
           assign to dynamic ws-out-filename
           organization is line sequential
           file status is ws-of-file-status.

      * permanent daily per-store history - the day's folded rows
      * are appended here
           select store-history-file
           assign to "../../../data/storehist.dat"
           organization is line sequential
           file status is ws-sh-file-status.

      * written only when a store sent nothing the whole day - same
      * record as StoreCollector's, so the dashboard finds it the same
      * way
           select collect-alert-file
           assign to dynamic ws-collect-alert-filename
           organization is line sequential.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

      * one-line marker written once the day has been combined - a
      * rerun of the finalize must not append the day's store history
      * a second time
           select final-marker-file
           assign to dynamic ws-final-marker-filename
           organization is line sequential
           file status is ws-fm-file-status.

      * the shared central alert file every alert-raising program
      * posts to beside its own noise - see the ALERTFD copybook
           select central-alert-file
           assign to "../../../data/alertcentral.dat"
           organization is line sequential
           file status is ws-ca-file-status.

      * expected-closed calendar - see the CLOSEDAY copybook
           select closed-day-file
           assign to "../../../data/storeclosed.dat"
           organization is line sequential
           file status is ws-cd-file-status.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd day-batch-file
           data record is day-batch-record
           record contains 31 characters.
       copy "../copybooks/DAYBATCH.cpy".

       fd store-master-file
           data record is store-master-record.
       copy "../copybooks/STRMAST.cpy".

      * the 9-digit record counts the posting steps leave for
      * Reconciliation
       fd count-file
           data record is count-record
           record contains 9 characters.
       01 count-record                 pic 9(9).

      * DataSplitCount's per-bucket counts, in its own order
       fd split-count-file
           data record is split-count-record
           record contains 117 characters.
       01 split-count-record.
           05 scr-count                pic 9(9) occurs 13 times.

      * EDITS' run summary
       fd edits-summary-file
           data record is edits-summary-record
           record contains 37 characters.
       01 edits-summary-record.
           05 es-total-records         pic 9(9).
           05 es-valid-records         pic 9(9).
           05 es-invalid-records       pic 9(9).
           05 es-error-rate            pic 99v99.
           05 es-error-threshold       pic 99v99.
           05 es-alert-flag            pic x.
           05 es-trailer-flag          pic x.

      * DataSplitCount's dollar totals by transaction type
       fd dollar-summary-file
           data record is dollar-summary-record
           record contains 54 characters.
       01 dollar-summary-record.
           05 dsd-amount               pic 9(7)v99 occurs 6 times.

      * DataSplitCount's per-store tender totals
       fd store-pay-file
           data record is store-pay-record
           record contains 52 characters.
       01 store-pay-record.
           05 sp-store-number          pic xx.
           05 sp-amount                pic s9(7)v99
               sign is leading separate
               occurs 5 times.

      * DataSplitCount's per-drawer net cash
       fd drawer-pay-file
           data record is drawer-pay-record
           record contains 24 characters.
       01 drawer-pay-record.
           05 dw-store-number          pic xx.
           05 dw-register-number       pic xx.
           05 dw-cash-amount           pic s9(7)v99
               sign is leading separate.
           05 dw-us-cash-amount        pic s9(7)v99
               sign is leading separate.

       fd store-upload-file
           data record is store-upload-line
           record contains 153 characters.
       01 store-upload-line            pic x(153).

       fd store-history-in-file
           data record is store-history-in-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy"
           replacing leading ==shd== by ==shi==
                     ==store-history-record==
                     by ==store-history-in-record==.

       fd micro-valid-file
           data record is micro-valid-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==mv==
                     ==input-line== by ==micro-valid-line==.

       fd micro-invalid-file
           data record is micro-invalid-line
           record contains 153 characters.
       01 micro-invalid-line           pic x(153).

       fd micro-alert-file
           data record is micro-alert-line
           record contains 40 characters.
       01 micro-alert-line             pic x(40).

       fd day-valid-file
           data record is day-valid-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==dv==
                     ==input-line== by ==day-valid-line==.

       fd day-invalid-file
           data record is day-invalid-line
           record contains 153 characters.
       01 day-invalid-line             pic x(153).

       fd day-alert-file
           data record is day-alert-line
           record contains 40 characters.
       01 day-alert-line               pic x(40).

       fd store-history-file
           data record is store-history-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy".

       fd collect-alert-file
           data record is collect-alert-line
           record contains 60 characters.
       01 collect-alert-line           pic x(60).

       fd report-file
           data record is report-line
           record contains 70 characters.
       01 report-line                  pic x(70).

       fd final-marker-file
           data record is final-marker-record
           record contains 8 characters.
       01 final-marker-record          pic x(8).

       fd central-alert-file
           data record is central-alert-record
           record contains 92 characters.
       copy "../copybooks/ALERTFD.cpy".

       fd closed-day-file
           data record is closed-day-record
           record contains 30 characters.
       copy "../copybooks/CLOSEDAY.cpy".

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * the day's batch-id is its business date, YYYYMMDD - the
      * daily steps after this one run under it
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.
       77 ws-business-date             pic 9(8)
           value 0.

       copy "../copybooks/ALERTWS.cpy".

       copy "../copybooks/DAYBATWS.cpy".

       copy "../copybooks/CLOSDAYWS.cpy".

       77 ws-work-filename             pic x(44)
           value spaces.
       77 ws-out-filename              pic x(44)
           value spaces.
       77 ws-collect-alert-filename    pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-final-marker-filename     pic x(44)
           value spaces.

       77 ws-wf-file-status            pic xx
           value spaces.
       77 ws-of-file-status            pic xx
           value spaces.
       77 ws-sh-file-status            pic xx
           value spaces.
       77 ws-stm-file-status           pic xx
           value spaces.
       77 ws-fm-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
       77 ws-stm-eof-flag              pic x
           value "N".

      * pieces 80-build-filename puts together -
      * ../../../data/<prefix>_<batch>.dat
       77 ws-name-prefix               pic x(16)
           value spaces.
       77 ws-name-batch                pic x(8)
           value spaces.

      * the day's micro-batches off the register, in the order the
      * driver started them
       77 ws-mb-count                  pic 9(3)
           value 0.
       01 ws-micro-batch-table.
           05 ws-mb-entry
               occurs 1 to 99 times depending on ws-mb-count.
               10 ws-mb-id             pic x(8).
               10 ws-mb-completed      pic x.
       77 ws-mb-idx                    pic 9(3)
           value 0.
       77 ws-mb-search                 pic 9(3)
           value 0.
       77 ws-mb-found                  pic x
           value "N".
       77 ws-incomplete-count          pic 9(3)
           value 0.

      * the single 9-digit count files, by file-name prefix - each is
      * summed across the micro-batches that left one
       01 ws-count-names-init.
           05 filler                   pic x(16)
               value "editscounts".
           05 filler                   pic x(16)
               value "prog3count".
           05 filler                   pic x(16)
               value "prog4count".
           05 filler                   pic x(16)
               value "prog6count".
           05 filler                   pic x(16)
               value "prog13count".
           05 filler                   pic x(16)
               value "transfercount".
           05 filler                   pic x(16)
               value "arcount".
           05 filler                   pic x(16)
               value "paidiocount".
           05 filler                   pic x(16)
               value "laycancelcount".
           05 filler                   pic x(16)
               value "adjcount".
       01 ws-count-names-tbl redefines ws-count-names-init.
           05 ws-count-name            pic x(16) occurs 10 times.
       77 ws-cn-idx                    pic 99
           value 0.
       77 ws-count-sum                 pic 9(9)
           value 0.
       77 ws-found-flag                pic x
           value "N".
       77 ws-files-combined            pic 9(3)
           value 0.
       77 ws-idx                       pic 99
           value 0.

       01 ws-split-sums.
           05 ws-split-sum             pic 9(9) occurs 13 times.

       01 ws-dollar-sums.
           05 ws-dollar-sum            pic 9(9)v99 occurs 6 times.

      * EDITS' summary, rebuilt for the whole day - the rate is
      * worked out again from the combined counts, and a flag any
      * micro-batch raised stays raised
       77 ws-es-total                  pic 9(9)
           value 0.
       77 ws-es-valid                  pic 9(9)
           value 0.
       77 ws-es-invalid                pic 9(9)
           value 0.
       77 ws-es-threshold              pic 99v99
           value 0.
       77 ws-es-alert                  pic x
           value "N".
       77 ws-es-trailer                pic x
           value "N".
       77 ws-es-rate                   pic 9(3)v99
           value 0.

      * per-store tender totals folded across the micro-batches
       77 ws-sp-count                  pic 9(3)
           value 0.
       01 ws-store-pay-table.
           05 ws-sp-entry
               occurs 1 to 99 times depending on ws-sp-count.
               10 ws-sp-store          pic xx.
               10 ws-sp-amount         pic s9(9)v99 occurs 5 times.
       77 ws-sp-idx                    pic 9(3)
           value 0.

      * per-drawer net cash folded across the micro-batches
       77 ws-dw-count                  pic 9(3)
           value 0.
       01 ws-drawer-table.
           05 ws-dw-entry
               occurs 1 to 999 times depending on ws-dw-count.
               10 ws-dw-store          pic xx.
               10 ws-dw-register       pic xx.
               10 ws-dw-cash           pic s9(9)v99.
               10 ws-dw-us-cash        pic s9(9)v99.
       77 ws-dw-idx                    pic 9(3)
           value 0.

      * one store-history row per store for the day
       77 ws-sh-count                  pic 9(3)
           value 0.
       01 ws-store-hist-table.
           05 ws-sh-entry
               occurs 1 to 99 times depending on ws-sh-count.
               10 ws-sh-store          pic xx.
               10 ws-sh-counts         pic 9(7) occurs 7 times.
               10 ws-sh-amounts        pic 9(11)v99 occurs 7 times.
       77 ws-sh-idx                    pic 9(3)
           value 0.

       77 ws-valid-written             pic 9(9)
           value 0.
       77 ws-valid-duplicates          pic 9(9)
           value 0.
       77 ws-invalid-written           pic 9(9)
           value 0.
       77 ws-alert-lines               pic 9(9)
           value 0.
       77 ws-out-opened                pic x
           value "N".

      * every store that must upload - from the master, or the
      * historical four-store list if the master isn't available,
      * same degrade as StoreCollector
       77 ws-store-count               pic 9(3)
           value 0.
       01 ws-store-table.
           05 ws-st-store              pic xx
               occurs 1 to 99 times depending on ws-store-count.
       77 ws-st-idx                    pic 9(3)
           value 0.

       01 ws-store-numbers-init        pic x(8)
           value "01020307".
       01 ws-store-numbers-init-tbl redefines ws-store-numbers-init.
           05 ws-store-init-entry      pic xx occurs 4 times.

       77 ws-missing-count             pic 9(3)
           value 0.
       77 ws-alert-opened              pic x
           value "N".

       01 ws-report-heading.
           05 filler                   pic x(29)
               value "DAY FINALIZE - BUSINESS DATE ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-micro-batch-line.
           05 filler                   pic x(14)
               value "  MICRO-BATCH ".
           05 mb-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 mb-status                pic x(20)
               value spaces.

       01 ws-no-batches-line           pic x(42)
           value "NO MICRO-BATCHES ON THE REGISTER FOR THIS ".
       01 ws-no-batches-line-2         pic x(26)
           value "DATE - NOTHING TO FINALIZE".

       01 ws-incomplete-line.
           05 filler                   pic x(34)
               value "DAY NOT FINALIZED - MICRO-BATCHES ".
           05 ic-count                 pic zz9
               value 0.
           05 filler                   pic x(14)
               value " STILL RUNNING".

       01 ws-combined-line.
           05 filler                   pic x(26)
               value "BATCH FILES COMBINED:     ".
           05 cb-count                 pic zzzzzzz9
               value 0.

       01 ws-valid-line.
           05 filler                   pic x(26)
               value "VALID RECORDS CARRIED:    ".
           05 vl-count                 pic zzzzzzz9
               value 0.

       01 ws-duplicate-line.
           05 filler                   pic x(26)
               value "DUPLICATE KEYS DROPPED:   ".
           05 dp-count                 pic zzzzzzz9
               value 0.

       01 ws-invalid-line.
           05 filler                   pic x(26)
               value "INVALID RECORDS CARRIED:  ".
           05 iv-count                 pic zzzzzzz9
               value 0.

       01 ws-history-line.
           05 filler                   pic x(26)
               value "STORE HISTORY ROWS:       ".
           05 hs-count                 pic zzzzzzz9
               value 0.

       01 ws-store-missing-line.
           05 filler                   pic x(8)
               value "  STORE ".
           05 sm-store                 pic xx
               value spaces.
           05 filler                   pic x(22)
               value "  SENT NOTHING ALL DAY".

       01 ws-alert-detail.
           05 filler                   pic x(26)
               value "MISSING STORE UPLOAD ALERT".
           05 filler                   pic x(2)
               value spaces.
           05 av-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 av-reason                pic x(12)
               value "NO UPLOAD".

       01 ws-done-line                 pic x(33)
           value "DAY COMBINED - DAILY STEPS FOLLOW".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           if ws-batch-id is not numeric
               display "DAYFINALIZE: BATCH-ID MUST BE THE BUSINESS "
                   "DATE (YYYYMMDD) - RUN REFUSED" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.
           move ws-batch-id to ws-business-date.

           open input final-marker-file.
           if ws-fm-file-status = "00"
               close final-marker-file
               display "DAYFINALIZE: DAY ALREADY COMBINED"
                   upon console
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 05-load-micro-batches
               thru 05-load-exit.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           if ws-mb-count = 0
               write report-line from ws-no-batches-line
                   after advancing 1 line
               write report-line from ws-no-batches-line-2
               close report-file
               display "DAYFINALIZE: NO MICRO-BATCHES FOR THIS DATE"
                   " - RUN REFUSED" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

      * a micro-batch still running (or one that failed part way)
      * would be combined half-posted - the day waits for it
           move 0 to ws-incomplete-count.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to mb-batch-id
               if ws-mb-completed(ws-mb-idx) = "Y"
                   move "COMPLETED" to mb-status
               else
                   move "NOT COMPLETED" to mb-status
                   add 1 to ws-incomplete-count
               end-if
               write report-line from ws-micro-batch-line
                   after advancing 1 line
           end-perform.

           if ws-incomplete-count > 0
               move ws-incomplete-count to ic-count
               write report-line from ws-incomplete-line
                   after advancing 2 lines
               close report-file
               display "DAYFINALIZE: A MICRO-BATCH HAS NOT COMPLETED"
                   " - RUN REFUSED" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-combine-counts.
           perform 12-combine-split-counts.
           perform 14-combine-edits-summary
               thru 14-combine-exit.
           perform 16-combine-dollars.
           perform 18-combine-store-pay.
           perform 20-combine-drawer-pay.
           perform 22-combine-valid.
           perform 24-combine-invalid.
           perform 26-combine-edits-alerts.
           perform 30-fold-store-history
               thru 30-fold-exit.
           perform 40-check-store-uploads.

           move ws-files-combined to cb-count.
           write report-line from ws-combined-line
               after advancing 2 lines.
           move ws-valid-written to vl-count.
           write report-line from ws-valid-line
               after advancing 1 line.
           if ws-valid-duplicates > 0
               move ws-valid-duplicates to dp-count
               write report-line from ws-duplicate-line
                   after advancing 1 line
           end-if.
           move ws-invalid-written to iv-count.
           write report-line from ws-invalid-line
               after advancing 1 line.
           move ws-sh-count to hs-count.
           write report-line from ws-history-line
               after advancing 1 line.
           write report-line from ws-done-line
               after advancing 2 lines.
           close report-file.

           if ws-alert-opened = "Y"
               close collect-alert-file
           end-if.

           open output final-marker-file.
           move ws-batch-id to final-marker-record.
           write final-marker-record.
           close final-marker-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-valid-written to ws-rl-records-read.
           move ws-sh-count to ws-rl-records-written.
           if ws-missing-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.
           perform 90-write-run-log.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step; for the finalize it is
      * the business date itself
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/dayfinal_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-final-marker-filename.
           string "../../../data/collectalert_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-collect-alert-filename.
           string "../../../data/DayFinalize_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * the day's micro-batches: every "M" the driver wrote for this
      * business date, marked completed where a "C" follows it
       05-load-micro-batches.
           move 0 to ws-mb-count.
           move "N" to ws-db-eof-flag.
           open input day-batch-file.
           if ws-db-file-status is not equal to "00"
               go to 05-load-exit
           end-if.
           read day-batch-file
               at end move "Y" to ws-db-eof-flag
           end-read.
           perform until ws-db-eof-flag = "Y"
               if dbr-business-date = ws-business-date
                   perform 06-note-register-entry
               end-if
               read day-batch-file
                   at end move "Y" to ws-db-eof-flag
               end-read
           end-perform.
           close day-batch-file.
           move "N" to ws-db-eof-flag.

       05-load-exit.
           exit.

       06-note-register-entry.
           move "N" to ws-mb-found.
           perform varying ws-mb-search from 1 by 1
               until ws-mb-search > ws-mb-count
               if ws-mb-id(ws-mb-search) = dbr-batch-id
                   move "Y" to ws-mb-found
                   exit perform
               end-if
           end-perform.
           evaluate dbr-record-type
               when "M"
                   if ws-mb-found = "N"
                       if ws-mb-count >= 99
                           display "DAYFINALIZE: MICRO-BATCH TABLE "
                               "FULL - RAISE LIMIT AND RERUN"
                               upon console
                           move 16 to return-code
                           goback
                       end-if
                       add 1 to ws-mb-count
                       move dbr-batch-id to ws-mb-id(ws-mb-count)
                       move "N" to ws-mb-completed(ws-mb-count)
                   end-if
               when "C"
                   if ws-mb-found = "Y"
                       move "Y" to ws-mb-completed(ws-mb-search)
                   end-if
           end-evaluate.

      * the single-count files Reconciliation balances against -
      * summed over whichever micro-batches left one, and written
      * under the day only where at least one did
       10-combine-counts.
           perform varying ws-cn-idx from 1 by 1 until ws-cn-idx > 10
               move 0 to ws-count-sum
               move "N" to ws-found-flag
               move ws-count-name(ws-cn-idx) to ws-name-prefix
               perform varying ws-mb-idx from 1 by 1
                   until ws-mb-idx > ws-mb-count
                   move ws-mb-id(ws-mb-idx) to ws-name-batch
                   perform 80-build-filename
                   open input count-file
                   if ws-wf-file-status = "00"
                       read count-file
                           at end
                               continue
                           not at end
                               if count-record is numeric
                                   add count-record to ws-count-sum
                                   move "Y" to ws-found-flag
                               end-if
                       end-read
                       close count-file
                   end-if
               end-perform
               if ws-found-flag = "Y"
                   move ws-batch-id to ws-name-batch
                   perform 80-build-filename
                   open output count-file
                   move ws-count-sum to count-record
                   write count-record
                   close count-file
                   add 1 to ws-files-combined
               end-if
           end-perform.

       12-combine-split-counts.
           move "N" to ws-found-flag.
           perform varying ws-idx from 1 by 1 until ws-idx > 13
               move 0 to ws-split-sum(ws-idx)
           end-perform.
           move "datasplitcounts" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input split-count-file
               if ws-wf-file-status = "00"
                   read split-count-file
                       at end
                           continue
                       not at end
                           move "Y" to ws-found-flag
                           perform varying ws-idx from 1 by 1
                               until ws-idx > 13
                               if scr-count(ws-idx) is numeric
                                   add scr-count(ws-idx)
                                       to ws-split-sum(ws-idx)
                               end-if
                           end-perform
                   end-read
                   close split-count-file
               end-if
           end-perform.
           if ws-found-flag = "Y"
               move ws-batch-id to ws-name-batch
               perform 80-build-filename
               open output split-count-file
               perform varying ws-idx from 1 by 1 until ws-idx > 13
                   move ws-split-sum(ws-idx) to scr-count(ws-idx)
               end-perform
               write split-count-record
               close split-count-file
               add 1 to ws-files-combined
           end-if.

       14-combine-edits-summary.
           move "N" to ws-found-flag.
           move "editssummary" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input edits-summary-file
               if ws-wf-file-status = "00"
                   read edits-summary-file
                       at end
                           continue
                       not at end
                           move "Y" to ws-found-flag
                           add es-total-records to ws-es-total
                           add es-valid-records to ws-es-valid
                           add es-invalid-records to ws-es-invalid
                           move es-error-threshold
                               to ws-es-threshold
                           if es-alert-flag = "Y"
                               move "Y" to ws-es-alert
                           end-if
                           if es-trailer-flag = "Y"
                               move "Y" to ws-es-trailer
                           end-if
                   end-read
                   close edits-summary-file
               end-if
           end-perform.
           if ws-found-flag = "N"
               go to 14-combine-exit
           end-if.
           move 0 to ws-es-rate.
           if ws-es-total > 0
               compute ws-es-rate rounded =
                   ws-es-invalid * 100 / ws-es-total
           end-if.
           if ws-es-rate > 99.99
               move 99.99 to ws-es-rate
           end-if.
           move ws-batch-id to ws-name-batch.
           perform 80-build-filename.
           open output edits-summary-file.
           move ws-es-total to es-total-records.
           move ws-es-valid to es-valid-records.
           move ws-es-invalid to es-invalid-records.
           move ws-es-rate to es-error-rate.
           move ws-es-threshold to es-error-threshold.
           move ws-es-alert to es-alert-flag.
           move ws-es-trailer to es-trailer-flag.
           write edits-summary-record.
           close edits-summary-file.
           add 1 to ws-files-combined.

       14-combine-exit.
           exit.

       16-combine-dollars.
           move "N" to ws-found-flag.
           perform varying ws-idx from 1 by 1 until ws-idx > 6
               move 0 to ws-dollar-sum(ws-idx)
           end-perform.
           move "dsdollars" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input dollar-summary-file
               if ws-wf-file-status = "00"
                   read dollar-summary-file
                       at end
                           continue
                       not at end
                           move "Y" to ws-found-flag
                           perform varying ws-idx from 1 by 1
                               until ws-idx > 6
                               if dsd-amount(ws-idx) is numeric
                                   add dsd-amount(ws-idx)
                                       to ws-dollar-sum(ws-idx)
                               end-if
                           end-perform
                   end-read
                   close dollar-summary-file
               end-if
           end-perform.
           if ws-found-flag = "Y"
               move ws-batch-id to ws-name-batch
               perform 80-build-filename
               open output dollar-summary-file
               perform varying ws-idx from 1 by 1 until ws-idx > 6
                   move ws-dollar-sum(ws-idx) to dsd-amount(ws-idx)
               end-perform
               write dollar-summary-record
               close dollar-summary-file
               add 1 to ws-files-combined
           end-if.

      * DepositRecon checks each store's banked deposit against this
      * - one line a store for the whole day, not one per slice
       18-combine-store-pay.
           move 0 to ws-sp-count.
           move "N" to ws-found-flag.
           move "storepay" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input store-pay-file
               if ws-wf-file-status = "00"
                   move "Y" to ws-found-flag
                   move "N" to ws-eof-flag
                   read store-pay-file
                       at end move "Y" to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = "Y"
                       perform 19-fold-store-pay
                       read store-pay-file
                           at end move "Y" to ws-eof-flag
                       end-read
                   end-perform
                   close store-pay-file
               end-if
           end-perform.
           move "N" to ws-eof-flag.
           if ws-found-flag = "Y"
               move ws-batch-id to ws-name-batch
               perform 80-build-filename
               open output store-pay-file
               perform varying ws-sp-idx from 1 by 1
                   until ws-sp-idx > ws-sp-count
                   move ws-sp-store(ws-sp-idx) to sp-store-number
                   perform varying ws-idx from 1 by 1
                       until ws-idx > 5
                       move ws-sp-amount(ws-sp-idx ws-idx)
                           to sp-amount(ws-idx)
                   end-perform
                   write store-pay-record
               end-perform
               close store-pay-file
               add 1 to ws-files-combined
           end-if.

       19-fold-store-pay.
           perform varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-count
               if ws-sp-store(ws-sp-idx) = sp-store-number
                   exit perform
               end-if
           end-perform.
           if ws-sp-idx > ws-sp-count
               if ws-sp-count >= 99
                   display "DAYFINALIZE: STORE PAY TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-sp-count
               move ws-sp-count to ws-sp-idx
               move sp-store-number to ws-sp-store(ws-sp-idx)
               perform varying ws-idx from 1 by 1 until ws-idx > 5
                   move 0 to ws-sp-amount(ws-sp-idx ws-idx)
               end-perform
           end-if.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               add sp-amount(ws-idx)
                   to ws-sp-amount(ws-sp-idx ws-idx)
           end-perform.

       20-combine-drawer-pay.
           move 0 to ws-dw-count.
           move "N" to ws-found-flag.
           move "drawerpay" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input drawer-pay-file
               if ws-wf-file-status = "00"
                   move "Y" to ws-found-flag
                   move "N" to ws-eof-flag
                   read drawer-pay-file
                       at end move "Y" to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = "Y"
                       perform 21-fold-drawer-pay
                       read drawer-pay-file
                           at end move "Y" to ws-eof-flag
                       end-read
                   end-perform
                   close drawer-pay-file
               end-if
           end-perform.
           move "N" to ws-eof-flag.
           if ws-found-flag = "Y"
               move ws-batch-id to ws-name-batch
               perform 80-build-filename
               open output drawer-pay-file
               perform varying ws-dw-idx from 1 by 1
                   until ws-dw-idx > ws-dw-count
                   move ws-dw-store(ws-dw-idx) to dw-store-number
                   move ws-dw-register(ws-dw-idx)
                       to dw-register-number
                   move ws-dw-cash(ws-dw-idx) to dw-cash-amount
                   move ws-dw-us-cash(ws-dw-idx)
                       to dw-us-cash-amount
                   write drawer-pay-record
               end-perform
               close drawer-pay-file
               add 1 to ws-files-combined
           end-if.

       21-fold-drawer-pay.
           perform varying ws-dw-idx from 1 by 1
               until ws-dw-idx > ws-dw-count
               if ws-dw-store(ws-dw-idx) = dw-store-number
                   and ws-dw-register(ws-dw-idx)
                       = dw-register-number
                   exit perform
               end-if
           end-perform.
           if ws-dw-idx > ws-dw-count
               if ws-dw-count >= 999
                   display "DAYFINALIZE: DRAWER TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-dw-count
               move ws-dw-count to ws-dw-idx
               move dw-store-number to ws-dw-store(ws-dw-idx)
               move dw-register-number to ws-dw-register(ws-dw-idx)
               move 0 to ws-dw-cash(ws-dw-idx)
               move 0 to ws-dw-us-cash(ws-dw-idx)
           end-if.
           add dw-cash-amount to ws-dw-cash(ws-dw-idx).
           add dw-us-cash-amount to ws-dw-us-cash(ws-dw-idx).

      * the day's validated records, keyed as EDITS keys them - an
      * invoice is only ever in one micro-batch (EDITS rejects a
      * repeat from earlier in the day), so a key already present is
      * counted and dropped rather than trusted
       22-combine-valid.
           move "N" to ws-out-opened.
           move "valid" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input micro-valid-file
               if ws-wf-file-status = "00"
                   if ws-out-opened = "N"
                       perform 82-open-day-output
                       open output day-valid-file
                   end-if
                   move "N" to ws-eof-flag
                   read micro-valid-file
                       at end move "Y" to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = "Y"
                       move micro-valid-line to day-valid-line
                       write day-valid-line
                           invalid key
                               add 1 to ws-valid-duplicates
                           not invalid key
                               add 1 to ws-valid-written
                       end-write
                       read micro-valid-file
                           at end move "Y" to ws-eof-flag
                       end-read
                   end-perform
                   close micro-valid-file
               end-if
           end-perform.
           move "N" to ws-eof-flag.
           if ws-out-opened = "Y"
               close day-valid-file
               add 1 to ws-files-combined
           end-if.

       24-combine-invalid.
           move "N" to ws-out-opened.
           move "invalid" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input micro-invalid-file
               if ws-wf-file-status = "00"
                   if ws-out-opened = "N"
                       perform 82-open-day-output
                       open output day-invalid-file
                   end-if
                   move "N" to ws-eof-flag
                   read micro-invalid-file
                       at end move "Y" to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = "Y"
                       write day-invalid-line from micro-invalid-line
                       add 1 to ws-invalid-written
                       read micro-invalid-file
                           at end move "Y" to ws-eof-flag
                       end-read
                   end-perform
                   close micro-invalid-file
               end-if
           end-perform.
           move "N" to ws-eof-flag.
           if ws-out-opened = "Y"
               close day-invalid-file
               add 1 to ws-files-combined
           end-if.

      * an error-rate alert from any slice of the day stays an alert
      * for the day - the dashboard looks for the day's file
       26-combine-edits-alerts.
           move "N" to ws-out-opened.
           move "editsalert" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input micro-alert-file
               if ws-wf-file-status = "00"
                   if ws-out-opened = "N"
                       perform 82-open-day-output
                       open output day-alert-file
                   end-if
                   move "N" to ws-eof-flag
                   read micro-alert-file
                       at end move "Y" to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = "Y"
                       write day-alert-line from micro-alert-line
                       add 1 to ws-alert-lines
                       read micro-alert-file
                           at end move "Y" to ws-eof-flag
                       end-read
                   end-perform
                   close micro-alert-file
               end-if
           end-perform.
           move "N" to ws-eof-flag.
           if ws-out-opened = "Y"
               close day-alert-file
               add 1 to ws-files-combined
           end-if.

      * SalesForecast and the week-over-week compare count history
      * rows as trading days - the micro-batches' rows fold into one
      * a store, dated the business day, before storehist.dat sees
      * them
       30-fold-store-history.
           move 0 to ws-sh-count.
           move "storehist" to ws-name-prefix.
           perform varying ws-mb-idx from 1 by 1
               until ws-mb-idx > ws-mb-count
               move ws-mb-id(ws-mb-idx) to ws-name-batch
               perform 80-build-filename
               open input store-history-in-file
               if ws-wf-file-status = "00"
                   move "N" to ws-eof-flag
                   read store-history-in-file
                       at end move "Y" to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = "Y"
                       perform 31-fold-one-history-row
                       read store-history-in-file
                           at end move "Y" to ws-eof-flag
                       end-read
                   end-perform
                   close store-history-in-file
               end-if
           end-perform.
           move "N" to ws-eof-flag.
           if ws-sh-count = 0
               go to 30-fold-exit
           end-if.

           open extend store-history-file.
           if ws-sh-file-status is not equal to "00"
               open output store-history-file
           end-if.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
               move spaces to store-history-record
               move ws-business-date to shd-date
               move ws-sh-store(ws-sh-idx) to shd-store-number
               move ws-sh-counts(ws-sh-idx 1) to shd-sales-count
               move ws-sh-amounts(ws-sh-idx 1) to shd-sales-amt
               move ws-sh-counts(ws-sh-idx 2) to shd-layaway-count
               move ws-sh-amounts(ws-sh-idx 2) to shd-layaway-amt
               move ws-sh-counts(ws-sh-idx 3) to shd-return-count
               move ws-sh-amounts(ws-sh-idx 3) to shd-return-amt
               move ws-sh-counts(ws-sh-idx 4) to shd-void-count
               move ws-sh-amounts(ws-sh-idx 4) to shd-void-amt
               move ws-sh-counts(ws-sh-idx 5) to shd-exchange-count
               move ws-sh-amounts(ws-sh-idx 5) to shd-exchange-amt
               move ws-sh-counts(ws-sh-idx 6) to shd-lay-pay-count
               move ws-sh-amounts(ws-sh-idx 6) to shd-lay-pay-amt
               move ws-sh-counts(ws-sh-idx 7) to shd-web-count
               move ws-sh-amounts(ws-sh-idx 7) to shd-web-amt
               write store-history-record
           end-perform.
           close store-history-file.

       30-fold-exit.
           exit.

       31-fold-one-history-row.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
               if ws-sh-store(ws-sh-idx) = shi-store-number
                   exit perform
               end-if
           end-perform.
           if ws-sh-idx > ws-sh-count
               if ws-sh-count >= 99
                   display "DAYFINALIZE: STORE HISTORY TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-sh-count
               move ws-sh-count to ws-sh-idx
               move shi-store-number to ws-sh-store(ws-sh-idx)
               perform varying ws-idx from 1 by 1 until ws-idx > 7
                   move 0 to ws-sh-counts(ws-sh-idx ws-idx)
                   move 0 to ws-sh-amounts(ws-sh-idx ws-idx)
               end-perform
           end-if.
           add shi-sales-count to ws-sh-counts(ws-sh-idx 1).
           add shi-sales-amt to ws-sh-amounts(ws-sh-idx 1).
           add shi-layaway-count to ws-sh-counts(ws-sh-idx 2).
           add shi-layaway-amt to ws-sh-amounts(ws-sh-idx 2).
           add shi-return-count to ws-sh-counts(ws-sh-idx 3).
           add shi-return-amt to ws-sh-amounts(ws-sh-idx 3).
           add shi-void-count to ws-sh-counts(ws-sh-idx 4).
           add shi-void-amt to ws-sh-amounts(ws-sh-idx 4).
           add shi-exchange-count to ws-sh-counts(ws-sh-idx 5).
           add shi-exchange-amt to ws-sh-amounts(ws-sh-idx 5).
           add shi-lay-pay-count to ws-sh-counts(ws-sh-idx 6).
           add shi-lay-pay-amt to ws-sh-amounts(ws-sh-idx 6).
           if shi-web-count is numeric
               add shi-web-count to ws-sh-counts(ws-sh-idx 7)
               add shi-web-amt to ws-sh-amounts(ws-sh-idx 7)
           end-if.

      * StoreCollector lets a store be "not yet in" all day long -
      * the day is over now, so a store with no upload in any of the
      * micro-batches gets the same loud alert a nightly batch gives it
      * - unless the expected-closed calendar has it shut today
       40-check-store-uploads.
           move 0 to ws-store-count.
           move "N" to ws-stm-eof-flag.
           open input store-master-file.
           if ws-stm-file-status = "00"
               read store-master-file
                   at end move "Y" to ws-stm-eof-flag
               end-read
               perform until ws-stm-eof-flag = "Y"
                   if ws-store-count < 99
                       add 1 to ws-store-count
                       move stm-store-number
                           to ws-st-store(ws-store-count)
                   end-if
                   read store-master-file
                       at end move "Y" to ws-stm-eof-flag
                   end-read
               end-perform
               close store-master-file
           end-if.
           if ws-store-count = 0
               move 4 to ws-store-count
               perform varying ws-idx from 1 by 1 until ws-idx > 4
                   move ws-store-init-entry(ws-idx)
                       to ws-st-store(ws-idx)
               end-perform
           end-if.

           move ws-business-date to ws-cd-check-date.
           perform 03g-load-closed-day.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-count
               move "N" to ws-found-flag
               move spaces to ws-name-prefix
               string "upload_" delimited by size
                   ws-st-store(ws-st-idx) delimited by size
                   into ws-name-prefix
               perform varying ws-mb-idx from 1 by 1
                   until ws-mb-idx > ws-mb-count
                   or ws-found-flag = "Y"
                   move ws-mb-id(ws-mb-idx) to ws-name-batch
                   perform 80-build-filename
                   open input store-upload-file
                   if ws-wf-file-status = "00"
                       move "Y" to ws-found-flag
                       close store-upload-file
                   end-if
               end-perform
               if ws-found-flag = "N"
                   move ws-st-store(ws-st-idx) to ws-cd-check-store
                   perform 03h-check-store-closed
                   if ws-cd-store-closed is not equal to "Y"
                       perform 42-raise-missing-alert
                   end-if
               end-if
           end-perform.

       42-raise-missing-alert.
           add 1 to ws-missing-count.
           if ws-alert-opened is not equal to "Y"
               open output collect-alert-file
               move "Y" to ws-alert-opened
               write report-line from ws-line-break
           end-if.
           move ws-st-store(ws-st-idx) to sm-store.
           write report-line from ws-store-missing-line
               after advancing 1 line.
           move ws-st-store(ws-st-idx) to av-store.
           write collect-alert-line from ws-alert-detail.
           display ws-alert-detail upon console.
           move "C" to ws-ca-severity.
           move ws-alert-detail to ws-ca-alert-text.
           perform 91-post-central-alert.

      * ../../../data/<prefix>_<batch>.dat into the shared dynamic
      * name
       80-build-filename.
           move spaces to ws-work-filename.
           string "../../../data/" delimited by size
               ws-name-prefix delimited by space
               "_" delimited by size
               ws-name-batch delimited by space
               ".dat" delimited by size
               into ws-work-filename.

      * the day's own copy of the file being combined, named under
      * the business date - opened by the caller
       82-open-day-output.
           move spaces to ws-out-filename.
           string "../../../data/" delimited by size
               ws-name-prefix delimited by space
               "_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-out-filename.
           move "Y" to ws-out-opened.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="DAYFINALIZE"==.

       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="DAYFINALIZE"==.

       copy "../copybooks/CLOSDAYP.cpy".

       end program DayFinalize.
