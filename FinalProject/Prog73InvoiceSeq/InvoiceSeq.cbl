       identification division.
       program-id. InvoiceSeq.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-third program in our MAFD 4201 Final
      * Project. EDITS refuses a duplicate invoice number, but
      * nothing noticed a missing one - and a hole in a register's
      * numbers is exactly what a lost upload or a deleted
      * transaction looks like. This step walks the night's input in
      * the order the registers sent it and holds every register's
      * invoice numbers against the last one it issued, kept across
      * batches in a small control master (invseq.dat). It reports
      * every number skipped and every number that arrived behind a
      * higher one, and recognizes a register starting its numbers
      * over (rolling past the top, or reset at the store) instead of
      * calling it a billion-number gap. The auditors' yearly
      * sequence listing comes straight off these reports now.
      * Runs in the chain right after StoreAck.

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

      * the night's input exactly as the registers sent it - accepted
      * and rejected alike, since the register issued the number
      * either way, and in arrival order, which the keyed valid file
      * doesn't keep
           select input-file
           assign to "../../../data/project1.dat"
           organization is line sequential
           file status is ws-if-file-status.

      * invoice sequence control master - last number seen per
      * store/register; see the INVSEQ copybook
           select invoice-seq-file
           assign to "../../../data/invseq.dat"
           organization is indexed
           access mode is random
           record key is is-key
           file status is ws-is-file-status.

      * configurable reset ceiling - a number at or below this that
      * arrives behind a higher one is the register starting over,
      * not a late transaction; changeable by ops without a recompile
           select reset-config-file
           assign to "../../../data/invseqcfg.dat"
           organization is line sequential
           file status is ws-rc-file-status.

      * every register number of the night, tagged with the stretch
      * of numbers it belongs to, for the SORT below - COBOL's SORT
      * verb works on files, not tables, same as SkuSummary's ranking
           select seq-raw-file
           assign to dynamic ws-seq-raw-filename
           organization is line sequential.

           select sort-work-file
           assign to "../../../data/sortworkinvseq.tmp".

      * the SORT's GIVING target - the numbers in register order,
      * lowest first, ready to walk for holes
           select seq-sorted-file
           assign to dynamic ws-seq-sorted-filename
           organization is line sequential.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd input-file
           data record is input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy".

       fd invoice-seq-file
           data record is invoice-seq-record
           record contains 48 characters.
       copy "../copybooks/INVSEQ.cpy".

       fd reset-config-file
           data record is reset-config-record
           record contains 9 characters.
       01 reset-config-record          pic 9(9).

       fd seq-raw-file
           data record is seq-raw-line
           record contains 16 characters.
       01 seq-raw-line.
           05 sqr-store-number         pic xx.
           05 sqr-register-number      pic xx.
           05 sqr-segment              pic 9(3).
           05 sqr-invoice-number       pic 9(9).

       sd sort-work-file
           data record is sw-sort-record.
       01 sw-sort-record.
           05 sw-store-number          pic xx.
           05 sw-register-number       pic xx.
           05 sw-segment               pic 9(3).
           05 sw-invoice-number        pic 9(9).

       fd seq-sorted-file
           data record is seq-sorted-line
           record contains 16 characters.
       01 seq-sorted-line.
           05 sqs-store-number         pic xx.
           05 sqs-register-number      pic xx.
           05 sqs-segment              pic 9(3).
           05 sqs-invoice-number       pic 9(9).

       fd report-file
           data record is report-line
           record contains 90 characters.
       01 report-line                  pic x(90).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-seq-raw-filename          pic x(44)
           value spaces.
       77 ws-seq-sorted-filename       pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-if-file-status            pic xx
           value spaces.
       77 ws-is-file-status            pic xx
           value spaces.
       77 ws-rc-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in default if invseqcfg.dat isn't present
       77 ws-reset-ceiling             pic 9(9)
           value 100.

      * one row per store/register rung tonight - where its numbers
      * stood coming in and where they stand now
       77 ws-rs-count                  pic 9(3)
           value 0.
       01 ws-register-table.
           05 ws-rs-entry
               occurs 1 to 500 times depending on ws-rs-count.
               10 ws-rs-store          pic xx.
               10 ws-rs-register       pic xx.
      * Y = already on the control master
               10 ws-rs-on-file        pic x.
      * the last number issued before tonight - 0 when not known
               10 ws-rs-start          pic 9(9).
      * highest in-sequence number so far this run
               10 ws-rs-high           pic 9(9).
      * bumped every time the register starts its numbers over
               10 ws-rs-segment        pic 9(3).
               10 ws-rs-reset          pic x.
       77 ws-rs-idx                    pic 9(3)
           value 0.
       77 ws-rs-found                  pic x
           value "N".

       77 ws-look-store                pic xx
           value spaces.
       77 ws-look-register             pic xx
           value spaces.
       77 ws-invoice-num               pic 9(9)
           value 0.

      * the sorted walk's control break and the next number it
      * expects to see
       77 ws-break-store               pic xx
           value spaces.
       77 ws-break-register            pic xx
           value spaces.
       77 ws-break-segment             pic 9(3)
           value 0.
       77 ws-expected                  pic 9(9)
           value 0.
       77 ws-gap-size                  pic 9(9)
           value 0.

       77 ws-number-count              pic 9(7)
           value 0.
       77 ws-no-register-count         pic 9(7)
           value 0.
       77 ws-skipped-count             pic 9(9)
           value 0.
       77 ws-gap-count                 pic 9(5)
           value 0.
       77 ws-late-count                pic 9(5)
           value 0.
       77 ws-reset-count               pic 9(5)
           value 0.
       77 ws-new-count                 pic 9(5)
           value 0.
       77 ws-exception-lines           pic 9(5)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(31)
               value "INVOICE SEQUENCE CHECK - BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-arrival-heading.
           05 filler                   pic x(50)
               value "NUMBERS OUT OF ORDER / REGISTERS STARTING OVER".

       01 ws-arrival-columns.
           05 filler                   pic x(12)
               value "STORE/REG".
           05 filler                   pic x(12)
               value "INVOICE".
           05 filler                   pic x(28)
               value "FINDING".
           05 filler                   pic x(12)
               value "AFTER".

       01 ws-arrival-detail.
           05 filler                   pic x(2)
               value spaces.
           05 ad-store                 pic xx
               value spaces.
           05 filler                   pic x(1)
               value "/".
           05 ad-register              pic xx
               value spaces.
           05 filler                   pic x(5)
               value spaces.
           05 ad-invoice               pic 9(9)
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 ad-finding               pic x(28)
               value spaces.
           05 ad-after                 pic z(8)9
               value 0.

       01 ws-gap-heading.
           05 filler                   pic x(30)
               value "SKIPPED INVOICE NUMBERS".

       01 ws-gap-columns.
           05 filler                   pic x(12)
               value "STORE/REG".
           05 filler                   pic x(12)
               value "FROM".
           05 filler                   pic x(12)
               value "TO".
           05 filler                   pic x(12)
               value "   NUMBERS".

       01 ws-gap-detail.
           05 filler                   pic x(2)
               value spaces.
           05 gd-store                 pic xx
               value spaces.
           05 filler                   pic x(1)
               value "/".
           05 gd-register              pic xx
               value spaces.
           05 filler                   pic x(5)
               value spaces.
           05 gd-from                  pic 9(9)
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 gd-to                    pic 9(9)
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 gd-size                  pic z(8)9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-no-input-line.
           05 filler                   pic x(50)
               value "NO INPUT FILE FOR THIS BATCH - NOTHING CHECKED".

       01 ws-total-line-1.
           05 filler                   pic x(22)
               value "REGISTERS CHECKED: ".
           05 tl-registers             pic zz9
               value 0.
           05 filler                   pic x(22)
               value "   INVOICES CHECKED: ".
           05 tl-numbers               pic zzzzzz9
               value 0.

       01 ws-total-line-2.
           05 filler                   pic x(22)
               value "NUMBERS SKIPPED: ".
           05 tl-skipped               pic zzzzzzzz9
               value 0.
           05 filler                   pic x(16)
               value "   IN GAPS OF: ".
           05 tl-gaps                  pic zzzz9
               value 0.

       01 ws-total-line-3.
           05 filler                   pic x(22)
               value "ARRIVED OUT OF ORDER: ".
           05 tl-late                  pic zzzz9
               value 0.
           05 filler                   pic x(17)
               value "   STARTED OVER: ".
           05 tl-resets                pic zzzz9
               value 0.
           05 filler                   pic x(18)
               value "   NEW REGISTERS: ".
           05 tl-new                   pic zzzz9
               value 0.

       01 ws-no-register-line.
           05 filler                   pic x(36)
               value "INVOICES WITH NO REGISTER NUMBER: ".
           05 nr-count                 pic zzzzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 02-load-reset-ceiling.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input input-file.
           if ws-if-file-status is not equal to "00"
               write report-line from ws-no-input-line
               close report-file
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 05-open-sequence-master.

           write report-line from ws-arrival-heading.
           write report-line from ws-arrival-columns.
           open output seq-raw-file.
           perform 10-walk-arrivals.
           close seq-raw-file input-file.
           if ws-exception-lines = 0
               write report-line from ws-none-line
           end-if.

      * register, then stretch of numbers, then number - lowest first
           sort sort-work-file
               on ascending key sw-store-number sw-register-number
                   sw-segment sw-invoice-number
               using seq-raw-file
               giving seq-sorted-file.

           write report-line from ws-line-break.
           write report-line from ws-gap-heading.
           write report-line from ws-gap-columns.
           perform 20-find-gaps.
           if ws-gap-count = 0
               write report-line from ws-none-line
           end-if.

           perform 30-update-one-register
               varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count.
           close invoice-seq-file.

           move ws-rs-count to tl-registers.
           move ws-number-count to tl-numbers.
           write report-line from ws-total-line-1
               after advancing 2 lines.
           move ws-skipped-count to tl-skipped.
           move ws-gap-count to tl-gaps.
           write report-line from ws-total-line-2
               after advancing 1 line.
           move ws-late-count to tl-late.
           move ws-reset-count to tl-resets.
           move ws-new-count to tl-new.
           write report-line from ws-total-line-3
               after advancing 1 line.
           move ws-no-register-count to nr-count.
           write report-line from ws-no-register-line
               after advancing 1 line.
           close report-file.

      * a hole in the numbers is a lost upload or a deleted sale
      * until somebody proves otherwise - flag the step
           if ws-gap-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-number-count to ws-rl-records-read.
           move ws-rs-count to ws-rl-records-written.
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

           string "../../../data/invseqraw_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-seq-raw-filename.
           string "../../../data/invseqsorted_" delimited by size
               ws-batch-id delimited by space
               ".tmp" delimited by size
               into ws-seq-sorted-filename.
           string "../../../data/InvoiceSeq_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * loads the reset ceiling so ops can change it without
      * recompiling - keeps the compiled-in default if invseqcfg.dat
      * isn't present
       02-load-reset-ceiling.
           open input reset-config-file.
           if ws-rc-file-status = "00"
               read reset-config-file
                   at end
                       continue
                   not at end
                       if reset-config-record is numeric
                           move reset-config-record
                               to ws-reset-ceiling
                       end-if
               end-read
               close reset-config-file
           end-if.

      * the control master is created empty on the very first run,
      * same idiom as MasterMaint's masters
       05-open-sequence-master.
           open i-o invoice-seq-file.
           if ws-is-file-status = "35"
               open output invoice-seq-file
               close invoice-seq-file
               open i-o invoice-seq-file
           end-if.

      * every invoice a register issued tonight, in the order it was
      * sent: one number per header (or legacy single-line) record -
      * item and split-tender lines share their header's number, web
      * orders aren't numbered by a register, and a repair's "U"
      * status updates and "Y" pickup carry the number its "W"
      * intake was issued
       10-walk-arrivals.
           move "N" to ws-eof-flag.
           read input-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               if il-channel-code is not equal to "W"
                   and il-invoice-line-type is not equal to "D"
                   and il-invoice-line-type is not equal to "T"
                   and il-transaction-code is not equal to "U"
                   and il-transaction-code is not equal to "Y"
                   and il-invoice-number is numeric
                   perform 12-check-one-arrival thru 12-check-exit
               end-if
               read input-file at end move "Y" to ws-eof-flag
           end-perform.

      * where this number falls against the highest one the register
      * has issued so far: the next one up moves the high mark (any
      * it jumped over turn up in the sorted walk), a low number
      * right after a high one is the register starting over, and
      * any other low number arrived out of order
       12-check-one-arrival.
           if il-register-number = spaces
               add 1 to ws-no-register-count
               go to 12-check-exit
           end-if.
           add 1 to ws-number-count.
           move il-store-number to ws-look-store.
           move il-register-number to ws-look-register.
           perform 60-find-register.
           move il-invoice-number to ws-invoice-num.
           move il-store-number to ad-store.
           move il-register-number to ad-register.
           move ws-invoice-num to ad-invoice.

           evaluate true
               when ws-rs-high(ws-rs-idx) = 0
                   move ws-invoice-num to ws-rs-high(ws-rs-idx)
                   add 1 to ws-new-count
                   move "NEW REGISTER - FIRST NUMBER" to ad-finding
                   move 0 to ad-after
                   write report-line from ws-arrival-detail
                   add 1 to ws-exception-lines
               when ws-invoice-num > ws-rs-high(ws-rs-idx)
                   move ws-invoice-num to ws-rs-high(ws-rs-idx)
               when ws-invoice-num = ws-rs-high(ws-rs-idx)
                   continue
               when ws-invoice-num <= ws-reset-ceiling
                   and ws-rs-high(ws-rs-idx) > ws-reset-ceiling
                   move "NUMBERS STARTED OVER" to ad-finding
                   move ws-rs-high(ws-rs-idx) to ad-after
                   write report-line from ws-arrival-detail
                   add 1 to ws-exception-lines
                   add 1 to ws-reset-count
                   add 1 to ws-rs-segment(ws-rs-idx)
                   move "Y" to ws-rs-reset(ws-rs-idx)
                   move ws-invoice-num to ws-rs-high(ws-rs-idx)
               when other
                   move "ARRIVED OUT OF ORDER" to ad-finding
                   move ws-rs-high(ws-rs-idx) to ad-after
                   write report-line from ws-arrival-detail
                   add 1 to ws-exception-lines
                   add 1 to ws-late-count
           end-evaluate.

           move il-store-number to sqr-store-number.
           move il-register-number to sqr-register-number.
           move ws-rs-segment(ws-rs-idx) to sqr-segment.
           move ws-invoice-num to sqr-invoice-number.
           write seq-raw-line.

       12-check-exit.
           exit.

      * the night's numbers in order per register and stretch - any
      * number between the last one on file (or the stretch's first)
      * and the next one present was never received
       20-find-gaps.
           move "N" to ws-eof-flag.
           move spaces to ws-break-store ws-break-register.
           open input seq-sorted-file.
           read seq-sorted-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               if sqs-store-number is not equal to ws-break-store
                   or sqs-register-number
                       is not equal to ws-break-register
                   or sqs-segment is not equal to ws-break-segment
                   perform 22-start-stretch
               end-if
               if sqs-invoice-number > ws-expected
                   perform 24-write-gap
               end-if
               if sqs-invoice-number >= ws-expected
                   compute ws-expected = sqs-invoice-number + 1
               end-if
               read seq-sorted-file at end move "Y" to ws-eof-flag
           end-perform.
           close seq-sorted-file.

      * the first stretch picks up from the last number on file; a
      * register's numbers are only known from where they start over
       22-start-stretch.
           move sqs-store-number to ws-break-store.
           move sqs-register-number to ws-break-register.
           move sqs-segment to ws-break-segment.
           move sqs-store-number to ws-look-store.
           move sqs-register-number to ws-look-register.
           perform 60-find-register.
           if sqs-segment = 0
               and ws-rs-start(ws-rs-idx) > 0
               compute ws-expected = ws-rs-start(ws-rs-idx) + 1
           else
               move sqs-invoice-number to ws-expected
           end-if.

       24-write-gap.
           compute ws-gap-size = sqs-invoice-number - ws-expected.
           add ws-gap-size to ws-skipped-count.
           add 1 to ws-gap-count.
           move sqs-store-number to gd-store.
           move sqs-register-number to gd-register.
           move ws-expected to gd-from.
           compute gd-to = sqs-invoice-number - 1.
           move ws-gap-size to gd-size.
           write report-line from ws-gap-detail.

      * carries each register's high mark forward to the next batch;
      * what it stood at coming in is kept so a rerun of this same
      * batch starts from the same place
       30-update-one-register.
           move ws-rs-store(ws-rs-idx) to is-store-number.
           move ws-rs-register(ws-rs-idx) to is-register-number.
           if ws-rs-on-file(ws-rs-idx) = "Y"
               read invoice-seq-file
                   invalid key
                       move spaces to is-last-reset-batch-id
               end-read
           else
               move spaces to is-last-reset-batch-id
           end-if.
           move ws-rs-high(ws-rs-idx) to is-last-invoice.
           move ws-rs-start(ws-rs-idx) to is-prior-invoice.
           move ws-batch-id to is-last-batch-id.
           if ws-rs-reset(ws-rs-idx) = "Y"
               move ws-batch-id to is-last-reset-batch-id
           end-if.
           if ws-rs-on-file(ws-rs-idx) = "Y"
               rewrite invoice-seq-record
           else
               write invoice-seq-record
           end-if.

      * the register row for ws-look-store/ws-look-register - the
      * first time it's seen tonight its starting point comes off the
      * control master (or, on a rerun of the batch that last moved
      * it, from where it stood before that batch)
       60-find-register.
           move "N" to ws-rs-found.
           perform varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count
                   or ws-rs-found = "Y"
               if ws-rs-store(ws-rs-idx) = ws-look-store
                   and ws-rs-register(ws-rs-idx) = ws-look-register
                   move "Y" to ws-rs-found
               end-if
           end-perform.
           if ws-rs-found = "Y"
               subtract 1 from ws-rs-idx
           else
               if ws-rs-count >= 500
                   display "INVOICESEQ: REGISTER TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-rs-count
               move ws-rs-count to ws-rs-idx
               move ws-look-store to ws-rs-store(ws-rs-idx)
               move ws-look-register to ws-rs-register(ws-rs-idx)
               move 0 to ws-rs-start(ws-rs-idx)
                   ws-rs-segment(ws-rs-idx)
               move "N" to ws-rs-on-file(ws-rs-idx)
                   ws-rs-reset(ws-rs-idx)
               move ws-look-store to is-store-number
               move ws-look-register to is-register-number
               read invoice-seq-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-rs-on-file(ws-rs-idx)
                       if is-last-batch-id = ws-batch-id
                           move is-prior-invoice
                               to ws-rs-start(ws-rs-idx)
                       else
                           move is-last-invoice
                               to ws-rs-start(ws-rs-idx)
                       end-if
               end-read
               move ws-rs-start(ws-rs-idx) to ws-rs-high(ws-rs-idx)
           end-if.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="INVOICESEQ"==.

       end program InvoiceSeq.
