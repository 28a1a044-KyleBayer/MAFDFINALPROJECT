       identification division.
       program-id. ZReadRecon.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-second program in our MAFD 4201 Final
      * Project. Every register prints an end-of-day Z-read with its
      * own transaction count and its totals by tender, and until now
      * the pipeline never saw it - a register that dropped
      * transactions during polling went unnoticed unless the cash
      * happened to come up short at DepositRecon. The stores now
      * upload their Z-read totals with the night's transactions,
      * and this step holds them against what EDITS accepted for the
      * same store/register: the transaction count (with what EDITS
      * rejected shown beside it, since the register counted those
      * too) and the net by tender, folded the same way
      * DataSplitCount folds the store tender totals, cash after the
      * same nickel rounding the register applied. Every register
      * that doesn't agree - or sent no Z-read at all - is reported
      * and raised on the central alert file.
      * Runs in the chain right after ReportBurst.

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

      * the stores' Z-read totals for this batch - a count line and
      * one line per tender for each register
           select zread-file
           assign to dynamic ws-zread-filename
           organization is line sequential
           file status is ws-zr-file-status.

      * what EDITS accepted for this batch, and what it rejected
           select valid-file
           assign to dynamic ws-valid-filename
           organization is indexed
           access mode is sequential
           record key is vl-invoice-key
           file status is ws-vf-file-status.

           select invalid-file
           assign to dynamic ws-invalid-filename
           organization is line sequential
           file status is ws-if-file-status.

      * configurable tolerance - a dollars-and-cents amount a tender
      * may differ by before the register is called out; changeable
      * by ops without a recompile
           select tolerance-file
           assign to "../../../data/zreadtol.dat"
           organization is line sequential
           file status is ws-tl-file-status.

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

       fd zread-file
           data record is zread-record
           record contains 29 characters.
       01 zread-record.
           05 zr-store-number          pic xx.
           05 zr-register-number       pic xx.
      * YYYYMMDD of the register's business day
           05 zr-business-date         pic 9(8).
      * spaces on the register's count line, the tender code (CA,
      * CR, DB, GC ...) on a tender line
           05 zr-tender-type           pic xx.
           05 zr-txn-count             pic 9(5).
      * the register's net for the tender - refunds already out
           05 zr-amount                pic s9(7)v99
               sign is leading separate.

       fd valid-file
           data record is valid-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==vl==
                     ==input-line== by ==valid-line==.

       fd invalid-file
           data record is invalid-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==xl==
                     ==input-line== by ==invalid-line==.

       fd tolerance-file
           data record is tolerance-record
           record contains 7 characters.
       01 tolerance-record             pic 9(5)v99.

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

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       copy "../copybooks/ALERTWS.cpy".

       copy "../copybooks/CASHRNDWS.cpy".

       77 ws-zread-filename            pic x(44)
           value spaces.
       77 ws-valid-filename            pic x(44)
           value spaces.
       77 ws-invalid-filename          pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-zr-file-status            pic xx
           value spaces.
       77 ws-vf-file-status            pic xx
           value spaces.
       77 ws-if-file-status            pic xx
           value spaces.
       77 ws-tl-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in default if zreadtol.dat isn't present - the
      * register and the upload must agree to the cent
       77 ws-tolerance                 pic 9(5)v99
           value 0.

      * one row per store/register either side has seen
       77 ws-rg-count                  pic 9(3)
           value 0.
       01 ws-register-table.
           05 ws-rg-entry
               occurs 1 to 300 times depending on ws-rg-count.
               10 ws-rg-store          pic xx.
               10 ws-rg-register       pic xx.
               10 ws-rg-accepted       pic 9(5).
               10 ws-rg-rejected       pic 9(5).
               10 ws-rg-zread-count    pic 9(5).
               10 ws-rg-zread-seen     pic x.
       77 ws-rg-idx                    pic 9(3)
           value 0.
       77 ws-rg-idx2                   pic 9(3)
           value 0.
       77 ws-rg-found                  pic x
           value "N".
       01 ws-rg-swap                   pic x(20)
           value spaces.

      * one row per store/register/tender either side has seen
       77 ws-tn-count                  pic 9(4)
           value 0.
       01 ws-tender-table.
           05 ws-tn-entry
               occurs 1 to 2000 times depending on ws-tn-count.
               10 ws-tn-store          pic xx.
               10 ws-tn-register       pic xx.
               10 ws-tn-tender         pic xx.
               10 ws-tn-accepted       pic s9(7)v99.
               10 ws-tn-zread          pic s9(7)v99.
       77 ws-tn-idx                    pic 9(4)
           value 0.
       77 ws-tn-found                  pic x
           value "N".

      * the store/register/tender being looked up or folded
       77 ws-look-store                pic xx
           value spaces.
       77 ws-look-register             pic xx
           value spaces.
       77 ws-look-tender               pic xx
           value spaces.
      * +1 for tender taken in, -1 for tender paid back out, 0 for a
      * record that moves none - same rule as DataSplitCount's store
      * tender totals
       77 ws-direction                 pic s9
           value 0.

       77 ws-difference                pic s9(7)v99
           value 0.
       77 ws-abs-difference            pic 9(7)v99
           value 0.
       77 ws-rg-status                 pic x
           value spaces.

       77 ws-valid-read                pic 9(7)
           value 0.
       77 ws-no-register-count         pic 9(7)
           value 0.
       77 ws-agree-count               pic 9(3)
           value 0.
       77 ws-mismatch-count            pic 9(3)
           value 0.
       77 ws-missing-count             pic 9(3)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "Z-READ RECONCILIATION - BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(12)
               value "STORE/REG".
           05 filler                   pic x(10)
               value "    Z-READ".
           05 filler                   pic x(10)
               value "  ACCEPTED".
           05 filler                   pic x(10)
               value "  REJECTED".
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(20)
               value "STATUS".

       01 ws-register-detail.
           05 filler                   pic x(2)
               value spaces.
           05 rd-store                 pic xx
               value spaces.
           05 filler                   pic x(1)
               value "/".
           05 rd-register              pic xx
               value spaces.
           05 filler                   pic x(5)
               value spaces.
           05 rd-zread                 pic zzzzzzzz9
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 rd-accepted              pic zzzzzzzz9
               value 0.
           05 filler                   pic x(1)
               value spaces.
           05 rd-rejected              pic zzzzzzzz9
               value 0.
           05 filler                   pic x(5)
               value spaces.
           05 rd-status                pic x(24)
               value spaces.

       01 ws-tender-detail.
           05 filler                   pic x(8)
               value spaces.
           05 filler                   pic x(7)
               value "TENDER ".
           05 td-tender                pic xx
               value spaces.
           05 filler                   pic x(9)
               value "  Z-READ ".
           05 td-zread                 pic --,---,--9.99
               value 0.
           05 filler                   pic x(11)
               value "  ACCEPTED ".
           05 td-accepted              pic --,---,--9.99
               value 0.
           05 filler                   pic x(7)
               value "  DIFF ".
           05 td-difference            pic --,---,--9.99
               value 0.

      * the central alert's text - one per register called out
       01 ws-alert-detail.
           05 filler                   pic x(14)
               value "Z-READ STORE ".
           05 ad-store                 pic xx
               value spaces.
           05 filler                   pic x(5)
               value " REG ".
           05 ad-register              pic xx
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 ad-status                pic x(24)
               value spaces.

       01 ws-no-zread-file-line.
           05 filler                   pic x(50)
               value "NO Z-READ FILE RECEIVED - NOTHING RECONCILED".

       01 ws-none-line.
           05 filler                   pic x(12)
               value "  (NONE)".

       01 ws-register-total-line.
           05 filler                   pic x(24)
               value "REGISTERS AGREEING: ".
           05 rt-agree                 pic zz9
               value 0.
           05 filler                   pic x(14)
               value "  MISMATCHED: ".
           05 rt-mismatch              pic zz9
               value 0.
           05 filler                   pic x(16)
               value "  NO Z-READ: ".
           05 rt-missing               pic zz9
               value 0.

       01 ws-no-register-line.
           05 filler                   pic x(36)
               value "ACCEPTED WITH NO REGISTER NUMBER: ".
           05 nr-count                 pic zzzzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 02-load-tolerance.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

      * no upload at all is itself a finding - every register went
      * unchecked tonight
           open input zread-file.
           if ws-zr-file-status is not equal to "00"
               write report-line from ws-no-zread-file-line
               close report-file
               move "W" to ws-ca-severity
               move "Z-READ FILE NOT RECEIVED - NO REGISTER CHECKED"
                   to ws-ca-alert-text
               perform 91-post-central-alert
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.
           close zread-file.

           perform 10-fold-accepted
               thru 10-fold-exit.
           perform 20-fold-rejected
               thru 20-fold-exit.
           perform 30-fold-zreads.
           perform 40-sort-registers.

           write report-line from ws-column-heading.
           write report-line from ws-line-break.
           if ws-rg-count = 0
               write report-line from ws-none-line
           end-if.
           perform 50-judge-one-register
               varying ws-rg-idx from 1 by 1
               until ws-rg-idx > ws-rg-count.

           move ws-agree-count to rt-agree.
           move ws-mismatch-count to rt-mismatch.
           move ws-missing-count to rt-missing.
           write report-line from ws-register-total-line
               after advancing 2 lines.
           move ws-no-register-count to nr-count.
           write report-line from ws-no-register-line
               after advancing 1 line.
           close report-file.

           if ws-mismatch-count > 0
               or ws-missing-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-valid-read to ws-rl-records-read.
           compute ws-rl-records-written =
               ws-mismatch-count + ws-missing-count.
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

           string "../../../data/zread_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-zread-filename.
           string "../../../data/valid_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-valid-filename.
           string "../../../data/invalid_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-invalid-filename.
           string "../../../data/ZReadRecon_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * loads the tolerance so ops can change it without recompiling
      * - keeps the compiled-in default if zreadtol.dat isn't present
       02-load-tolerance.
           open input tolerance-file.
           if ws-tl-file-status = "00"
               read tolerance-file
                   at end
                       continue
                   not at end
                       if tolerance-record is numeric
                           move tolerance-record to ws-tolerance
                       end-if
               end-read
               close tolerance-file
           end-if.

      * what EDITS accepted: every header (or legacy single-line)
      * record rung at a register is one transaction on its Z-read,
      * and every record carrying a tender moves that tender - a
      * split sale's "SP" header moves nothing, its "T" lines do.
      * Web orders never touch a register.
       10-fold-accepted.
           move "N" to ws-eof-flag.
           open input valid-file.
           if ws-vf-file-status is not equal to "00"
               go to 10-fold-exit
           end-if.
           read valid-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-valid-read
               if vl-channel-code is not equal to "W"
                   and vl-invoice-line-type is not equal to "D"
                   perform 12-fold-one-accepted
               end-if
               read valid-file at end move "Y" to ws-eof-flag
           end-perform.
           close valid-file.

       10-fold-exit.
           exit.

       12-fold-one-accepted.
           if vl-register-number = spaces
               if vl-invoice-line-type is not equal to "T"
                   add 1 to ws-no-register-count
               end-if
           else
               move vl-store-number to ws-look-store
               move vl-register-number to ws-look-register
               perform 60-find-register
               if vl-invoice-line-type is not equal to "T"
                   add 1 to ws-rg-accepted(ws-rg-idx)
               end-if
               evaluate vl-transaction-code
                   when "S"
                   when "L"
                   when "P"
                   when "X"
                   when "M"
                   when "I"
                   when "Q"
                       move +1 to ws-direction
                   when "R"
                   when "O"
                       move -1 to ws-direction
                   when other
                       move 0 to ws-direction
               end-evaluate
               if ws-direction is not equal to 0
                   and vl-payment-type is not equal to "SP"
                   and vl-payment-type is not equal to spaces
                   and vl-transaction-amount is numeric
                   move vl-payment-type to ws-look-tender
                   perform 62-find-tender
      * the register's cash total is after its nickel rounding
                   move 0 to ws-cr-adjustment
                   if vl-payment-type = "CA"
                       move vl-transaction-amount to ws-cr-amount
                       perform 92-compute-cash-rounding
                   end-if
                   compute ws-tn-accepted(ws-tn-idx) =
                       ws-tn-accepted(ws-tn-idx)
                       + ws-direction * (vl-transaction-amount
                           + ws-cr-adjustment)
               end-if
           end-if.

      * what EDITS turned away - the register rang them, so they are
      * on its count; shown beside the accepted count, not added in
       20-fold-rejected.
           move "N" to ws-eof-flag.
           open input invalid-file.
           if ws-if-file-status is not equal to "00"
               go to 20-fold-exit
           end-if.
           read invalid-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               if xl-channel-code is not equal to "W"
                   and xl-invoice-line-type is not equal to "D"
                   and xl-invoice-line-type is not equal to "T"
                   and xl-register-number is not equal to spaces
                   move xl-store-number to ws-look-store
                   move xl-register-number to ws-look-register
                   perform 60-find-register
                   add 1 to ws-rg-rejected(ws-rg-idx)
               end-if
               read invalid-file at end move "Y" to ws-eof-flag
           end-perform.
           close invalid-file.

       20-fold-exit.
           exit.

      * the registers' own word for it
       30-fold-zreads.
           move "N" to ws-eof-flag.
           open input zread-file.
           read zread-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               move zr-store-number to ws-look-store
               move zr-register-number to ws-look-register
               perform 60-find-register
               move "Y" to ws-rg-zread-seen(ws-rg-idx)
               if zr-tender-type = spaces
                   if zr-txn-count is numeric
                       add zr-txn-count to ws-rg-zread-count(ws-rg-idx)
                   end-if
               else
                   if zr-amount is numeric
                       move zr-tender-type to ws-look-tender
                       perform 62-find-tender
                       add zr-amount to ws-tn-zread(ws-tn-idx)
                   end-if
               end-if
               read zread-file at end move "Y" to ws-eof-flag
           end-perform.
           close zread-file.

      * store then register order for the report
       40-sort-registers.
           perform varying ws-rg-idx from 1 by 1
               until ws-rg-idx >= ws-rg-count
               perform varying ws-rg-idx2 from ws-rg-idx by 1
                   until ws-rg-idx2 > ws-rg-count
                   if ws-rg-store(ws-rg-idx2) < ws-rg-store(ws-rg-idx)
                       or (ws-rg-store(ws-rg-idx2)
                           = ws-rg-store(ws-rg-idx)
                       and ws-rg-register(ws-rg-idx2)
                           < ws-rg-register(ws-rg-idx))
                       move ws-rg-entry(ws-rg-idx) to ws-rg-swap
                       move ws-rg-entry(ws-rg-idx2)
                           to ws-rg-entry(ws-rg-idx)
                       move ws-rg-swap to ws-rg-entry(ws-rg-idx2)
                   end-if
               end-perform
           end-perform.

      * a register agrees when its count and every tender agree; no
      * Z-read for a register that rang transactions is its own
      * finding, and both land on the central alert file
       50-judge-one-register.
           move "A" to ws-rg-status.
           if ws-rg-zread-seen(ws-rg-idx) is not equal to "Y"
               move "N" to ws-rg-status
           else
               if ws-rg-zread-count(ws-rg-idx)
                   is not equal to ws-rg-accepted(ws-rg-idx)
                   move "M" to ws-rg-status
               end-if
               perform varying ws-tn-idx from 1 by 1
                   until ws-tn-idx > ws-tn-count
                   if ws-tn-store(ws-tn-idx) = ws-rg-store(ws-rg-idx)
                       and ws-tn-register(ws-tn-idx)
                           = ws-rg-register(ws-rg-idx)
                       perform 52-judge-tender
                   end-if
               end-perform
           end-if.

           move ws-rg-store(ws-rg-idx) to rd-store.
           move ws-rg-register(ws-rg-idx) to rd-register.
           move ws-rg-zread-count(ws-rg-idx) to rd-zread.
           move ws-rg-accepted(ws-rg-idx) to rd-accepted.
           move ws-rg-rejected(ws-rg-idx) to rd-rejected.
           evaluate ws-rg-status
               when "A"
                   add 1 to ws-agree-count
                   move "AGREES" to rd-status
               when "M"
                   add 1 to ws-mismatch-count
                   move "*** DOES NOT AGREE ***" to rd-status
               when other
                   add 1 to ws-missing-count
                   move "*** NO Z-READ ***" to rd-status
           end-evaluate.
           write report-line from ws-register-detail
               after advancing 1 line.

           if ws-rg-status is not equal to "A"
               perform varying ws-tn-idx from 1 by 1
                   until ws-tn-idx > ws-tn-count
                   if ws-tn-store(ws-tn-idx) = ws-rg-store(ws-rg-idx)
                       and ws-tn-register(ws-tn-idx)
                           = ws-rg-register(ws-rg-idx)
                       perform 54-write-tender-line
                   end-if
               end-perform
               move ws-rg-store(ws-rg-idx) to ad-store
               move ws-rg-register(ws-rg-idx) to ad-register
               move rd-status to ad-status
               if ws-rg-status = "M"
                   move "C" to ws-ca-severity
               else
                   move "W" to ws-ca-severity
               end-if
               move ws-alert-detail to ws-ca-alert-text
               display ws-alert-detail upon console
               perform 91-post-central-alert
           end-if.

       52-judge-tender.
           compute ws-difference =
               ws-tn-zread(ws-tn-idx) - ws-tn-accepted(ws-tn-idx).
           move ws-difference to ws-abs-difference.
           if ws-abs-difference > ws-tolerance
               move "M" to ws-rg-status
           end-if.

       54-write-tender-line.
           compute ws-difference =
               ws-tn-zread(ws-tn-idx) - ws-tn-accepted(ws-tn-idx).
           move ws-tn-tender(ws-tn-idx) to td-tender.
           move ws-tn-zread(ws-tn-idx) to td-zread.
           move ws-tn-accepted(ws-tn-idx) to td-accepted.
           move ws-difference to td-difference.
           write report-line from ws-tender-detail
               after advancing 1 line.

      * the register row for ws-look-store/ws-look-register, added
      * zeroed the first time it's seen
       60-find-register.
           move "N" to ws-rg-found.
           perform varying ws-rg-idx from 1 by 1
               until ws-rg-idx > ws-rg-count
                   or ws-rg-found = "Y"
               if ws-rg-store(ws-rg-idx) = ws-look-store
                   and ws-rg-register(ws-rg-idx) = ws-look-register
                   move "Y" to ws-rg-found
               end-if
           end-perform.
           if ws-rg-found = "Y"
               subtract 1 from ws-rg-idx
           else
               if ws-rg-count >= 300
                   display "ZREADRECON: REGISTER TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-rg-count
               move ws-rg-count to ws-rg-idx
               move ws-look-store to ws-rg-store(ws-rg-idx)
               move ws-look-register to ws-rg-register(ws-rg-idx)
               move 0 to ws-rg-accepted(ws-rg-idx)
                   ws-rg-rejected(ws-rg-idx)
                   ws-rg-zread-count(ws-rg-idx)
               move "N" to ws-rg-zread-seen(ws-rg-idx)
           end-if.

      * the tender row for ws-look-store/register/tender, added
      * zeroed the first time it's seen
       62-find-tender.
           move "N" to ws-tn-found.
           perform varying ws-tn-idx from 1 by 1
               until ws-tn-idx > ws-tn-count
                   or ws-tn-found = "Y"
               if ws-tn-store(ws-tn-idx) = ws-look-store
                   and ws-tn-register(ws-tn-idx) = ws-look-register
                   and ws-tn-tender(ws-tn-idx) = ws-look-tender
                   move "Y" to ws-tn-found
               end-if
           end-perform.
           if ws-tn-found = "Y"
               subtract 1 from ws-tn-idx
           else
               if ws-tn-count >= 2000
                   display "ZREADRECON: TENDER TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-tn-count
               move ws-tn-count to ws-tn-idx
               move ws-look-store to ws-tn-store(ws-tn-idx)
               move ws-look-register to ws-tn-register(ws-tn-idx)
               move ws-look-tender to ws-tn-tender(ws-tn-idx)
               move 0 to ws-tn-accepted(ws-tn-idx)
                   ws-tn-zread(ws-tn-idx)
           end-if.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="ZREADRECON"==.

       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="ZREADRECON"==.

       copy "../copybooks/CASHRNDP.cpy".

       end program ZReadRecon.
