       identification division.
       program-id. RerunCompare.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-fifth program in our MAFD 4201 Final
      * Project. When a batch is resubmitted after a fix nobody could
      * say exactly what the rerun changed - someone laid two
      * Prog2Report printouts side by side and eyeballed them. The
      * driver now keeps every earlier run of a batch as a numbered
      * generation (see the RUNGEN copybook); this utility takes two
      * generations of one batch-id and prints every difference
      * between them: the recon count files, the dollar summary, the
      * per-store subtotals, the payment-type breakdown, and the
      * valid and invalid record sets by invoice key - each record
      * added, dropped or changed. The report is filed in the data
      * directory under the batch-id, beside the batch's own output,
      * so audit can see what the correction did. Run on demand as
      *     RerunCompare <batch-id> [<earlier-gen> [<later-gen>]]
      * with no generations given it compares the latest earlier run
      * against the current one.

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - the on-demand utilities
      * stamp themselves here too
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * which generations of the batch the driver has set aside
           select run-generation-file
           assign to "../../../data/rungenreg.dat"
           organization is line sequential
           file status is ws-rg-file-status.

      * one generation's copy of a batch file at a time, through the
      * dynamic name 80-build-path puts together
           select count-file
           assign to dynamic ws-path-filename
           organization is line sequential
           file status is ws-pf-file-status.

           select split-count-file
           assign to dynamic ws-path-filename
           organization is line sequential
           file status is ws-pf-file-status.

           select dollar-summary-file
           assign to dynamic ws-path-filename
           organization is line sequential
           file status is ws-pf-file-status.

           select prog2-totals-file
           assign to dynamic ws-path-filename
           organization is line sequential
           file status is ws-pf-file-status.

           select invalid-in-file
           assign to dynamic ws-path-filename
           organization is line sequential
           file status is ws-pf-file-status.

      * the two generations' validated records, read side by side in
      * invoice-key order
           select valid-a-file
           assign to dynamic ws-a-filename
           organization is indexed
           access mode is sequential
           record key is va-invoice-key
           file status is ws-va-file-status.

           select valid-b-file
           assign to dynamic ws-b-filename
           organization is indexed
           access mode is sequential
           record key is vb-invoice-key
           file status is ws-vb-file-status.

      * the invalid files carry no key - each generation's is sorted
      * into invoice-key order into a work file first
           select sort-work-file
           assign to "../../../data/sortwork.tmp".

           select sorted-a-file
           assign to dynamic ws-sort-a-filename
           organization is line sequential
           file status is ws-sa-file-status.

           select sorted-b-file
           assign to dynamic ws-sort-b-filename
           organization is line sequential
           file status is ws-sb-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd run-generation-file
           data record is run-generation-record
           record contains 24 characters.
       copy "../copybooks/RUNGEN.cpy".

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

      * DataSplitCount's dollar totals by transaction type
       fd dollar-summary-file
           data record is dollar-summary-record
           record contains 54 characters.
       01 dollar-summary-record.
           05 dsd-amount               pic 9(7)v99 occurs 6 times.

       fd prog2-totals-file
           data record is prog2-totals-record
           record contains 45 characters.
       copy "../copybooks/P2TOTALS.cpy".

       fd invalid-in-file
           data record is invalid-in-line
           record contains 153 characters.
       01 invalid-in-line              pic x(153).

       fd valid-a-file
           data record is valid-a-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==va==
                     ==input-line== by ==valid-a-line==.

       fd valid-b-file
           data record is valid-b-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==vb==
                     ==input-line== by ==valid-b-line==.

      * keyed on the invoice key, then the rest of the record, so two
      * rejects of the same key pair up the same way in both
      * generations
       sd sort-work-file
           data record is sw-sort-record.
       01 sw-sort-record.
           05 sw-lead                  pic x(12).
           05 sw-invoice-key           pic x(12).
           05 sw-rest                  pic x(129).

       fd sorted-a-file
           data record is sorted-a-line
           record contains 153 characters.
       01 sorted-a-line                pic x(153).

       fd sorted-b-file
           data record is sorted-b-line
           record contains 153 characters.
       01 sorted-b-line                pic x(153).

       fd report-file
           data record is report-line
           record contains 80 characters.
       01 report-line                  pic x(80).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-arg-num                   pic 9
           value 0.
       77 ws-arg-earlier               pic xx
           value spaces.
       77 ws-arg-later                 pic xx
           value spaces.

       77 ws-rg-file-status            pic xx
           value spaces.
       77 ws-pf-file-status            pic xx
           value spaces.
       77 ws-va-file-status            pic xx
           value spaces.
       77 ws-vb-file-status            pic xx
           value spaces.
       77 ws-sa-file-status            pic xx
           value spaces.
       77 ws-sb-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

       77 ws-path-filename             pic x(80)
           value spaces.
       77 ws-a-filename                pic x(80)
           value spaces.
       77 ws-b-filename                pic x(80)
           value spaces.
       77 ws-sort-a-filename           pic x(40)
           value "../../../data/rerunsorta.tmp".
       77 ws-sort-b-filename           pic x(40)
           value "../../../data/rerunsortb.tmp".
       77 ws-report-filename           pic x(60)
           value spaces.
       77 ws-delete-result             pic s9(9) comp-5
           value 0.

      * generations set aside for the batch, with when each was; the
      * current files in the data directory are the one after the
      * last of them
       77 ws-current-gen               pic 99
           value 0.
       01 ws-gen-stamp-table.
           05 ws-gen-stamp             pic 9(14) occurs 99 times.
       77 ws-earlier-gen               pic 99
           value 0.
       77 ws-later-gen                 pic 99
           value 0.

      * pieces 80-build-path puts together
       77 ws-path-generation           pic 99
           value 0.
       77 ws-name-prefix               pic x(16)
           value spaces.
       77 ws-name-ext                  pic x(4)
           value ".dat".

       77 ws-idx                       pic 99
           value 0.
       77 ws-side                      pic x
           value "A".
       77 ws-found-flag                pic x
           value "N".

      * the single 9-digit count files Reconciliation balances, by
      * file-name prefix and the label they print under
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

       01 ws-count-labels-init.
           05 filler                   pic x(28)
               value "EDITS VALID RECORDS".
           05 filler                   pic x(28)
               value "SALE/LAYAWAY (PROG3)".
           05 filler                   pic x(28)
               value "RETURNS (PROG4)".
           05 filler                   pic x(28)
               value "VOIDS (PROG6)".
           05 filler                   pic x(28)
               value "EXCHANGES (PROG13)".
           05 filler                   pic x(28)
               value "TRANSFERS TRACKED".
           05 filler                   pic x(28)
               value "AR POSTINGS".
           05 filler                   pic x(28)
               value "PAID IN/OUT REPORTED".
           05 filler                   pic x(28)
               value "LAY CANCELS REPORTED".
           05 filler                   pic x(28)
               value "ADJUSTMENTS REGISTERED".
       01 ws-count-labels-tbl redefines ws-count-labels-init.
           05 ws-count-label           pic x(28) occurs 10 times.

       01 ws-split-labels-init.
           05 filler                   pic x(28)
               value "SPLIT SALE/LAYAWAY".
           05 filler                   pic x(28)
               value "SPLIT RETURNS".
           05 filler                   pic x(28)
               value "SPLIT VOIDS".
           05 filler                   pic x(28)
               value "SPLIT LAY PAYMENTS".
           05 filler                   pic x(28)
               value "SPLIT EXCHANGES".
           05 filler                   pic x(28)
               value "SPLIT TRANSFERS".
           05 filler                   pic x(28)
               value "SPLIT ON ACCOUNT".
           05 filler                   pic x(28)
               value "SPLIT PAID IN/OUT".
           05 filler                   pic x(28)
               value "SPLIT LAY CANCELS".
           05 filler                   pic x(28)
               value "SPLIT ADJUSTMENTS".
           05 filler                   pic x(28)
               value "SPLIT SPECIAL ORDERS".
           05 filler                   pic x(28)
               value "SPLIT RAIN CHECKS".
           05 filler                   pic x(28)
               value "SPLIT WORK ORDERS".
       01 ws-split-labels-tbl redefines ws-split-labels-init.
           05 ws-split-label           pic x(28) occurs 13 times.

       01 ws-dollar-labels-init.
           05 filler                   pic x(28)
               value "SALES DOLLARS".
           05 filler                   pic x(28)
               value "LAYAWAY DOLLARS".
           05 filler                   pic x(28)
               value "RETURN DOLLARS".
           05 filler                   pic x(28)
               value "VOID DOLLARS".
           05 filler                   pic x(28)
               value "EXCHANGE DOLLARS".
           05 filler                   pic x(28)
               value "LAY PAYMENT DOLLARS".
       01 ws-dollar-labels-tbl redefines ws-dollar-labels-init.
           05 ws-dollar-label          pic x(28) occurs 6 times.

       01 ws-subtotal-labels-init.
           05 filler                   pic x(16)
               value "SALES COUNT".
           05 filler                   pic x(16)
               value "SALES AMOUNT".
           05 filler                   pic x(16)
               value "LAYAWAY COUNT".
           05 filler                   pic x(16)
               value "LAYAWAY AMOUNT".
           05 filler                   pic x(16)
               value "RETURN COUNT".
           05 filler                   pic x(16)
               value "RETURN AMOUNT".
       01 ws-subtotal-labels-tbl redefines ws-subtotal-labels-init.
           05 ws-subtotal-label        pic x(16) occurs 6 times.

      * one side's figures for the file being compared
       01 ws-split-values.
           05 ws-split-a               pic 9(9) occurs 13 times.
           05 ws-split-b               pic 9(9) occurs 13 times.
       01 ws-dollar-values.
           05 ws-dollar-a              pic 9(9)v99 occurs 6 times.
           05 ws-dollar-b              pic 9(9)v99 occurs 6 times.
       77 ws-count-a                   pic 9(9)
           value 0.
       77 ws-count-b                   pic 9(9)
           value 0.

      * the store subtotal and payment-type lines of both
      * generations, matched up by type and key; odd-numbered values
      * are counts, even-numbered ones amounts
       77 ws-tot-count                 pic 9(3)
           value 0.
       01 ws-totals-table.
           05 ws-tot-entry
               occurs 1 to 150 times depending on ws-tot-count.
               10 ws-tot-type          pic x.
               10 ws-tot-key           pic xx.
               10 ws-tot-in-a          pic x.
               10 ws-tot-in-b          pic x.
               10 ws-tot-a             pic 9(9)v99 occurs 6 times.
               10 ws-tot-b             pic 9(9)v99 occurs 6 times.
       77 ws-tot-idx                   pic 9(3)
           value 0.
       77 ws-val-idx                   pic 9
           value 0.
       77 ws-val-limit                 pic 9
           value 0.
       77 ws-print-type                pic x
           value "S".

      * the record pair the merge is looking at - high-values once a
      * side has run out
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==ca==
                     ==input-line== by ==ws-compare-a==.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==cb==
                     ==input-line== by ==ws-compare-b==.
      * V while the valid files are being merged, I for the invalid
       77 ws-set-flag                  pic x
           value "V".

       77 ws-diff-label                pic x(28)
           value spaces.
       77 ws-before-value              pic 9(9)v99
           value 0.
       77 ws-after-value               pic 9(9)v99
           value 0.
       77 ws-change-value              pic s9(9)v99
           value 0.

       77 ws-section-diffs             pic 9(7)
           value 0.
       77 ws-total-diffs               pic 9(7)
           value 0.
       77 ws-added-count               pic 9(7)
           value 0.
       77 ws-dropped-count             pic 9(7)
           value 0.
       77 ws-changed-count             pic 9(7)
           value 0.

       01 ws-usage-line.
           05 filler                   pic x(45)
               value "USAGE: RerunCompare <batch-id> [<earlier-gen>".
           05 filler                   pic x(15)
               value " [<later-gen>]]".

       01 ws-report-heading.
           05 filler                   pic x(25)
               value "RERUN COMPARISON - BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-generation-line.
           05 filler                   pic x(2)
               value spaces.
           05 gl-which                 pic x(8)
               value spaces.
           05 filler                   pic x(11)
               value "GENERATION ".
           05 gl-generation            pic 99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 gl-status                pic x(10)
               value spaces.
           05 gl-stamp                 pic x(14)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-section-heading.
           05 sh-title                 pic x(40)
               value spaces.

       01 ws-column-heading.
           05 filler                   pic x(6)
               value "  ITEM".
           05 filler                   pic x(28)
               value spaces.
           05 filler                   pic x(7)
               value "EARLIER".
           05 filler                   pic x(10)
               value spaces.
           05 filler                   pic x(5)
               value "LATER".
           05 filler                   pic x(10)
               value spaces.
           05 filler                   pic x(6)
               value "CHANGE".

       01 ws-count-diff-line.
           05 filler                   pic x(2)
               value spaces.
           05 cd-label                 pic x(28)
               value spaces.
           05 cd-before                pic zzz,zzz,zz9
               value 0.
           05 filler                   pic x(4)
               value spaces.
           05 cd-after                 pic zzz,zzz,zz9
               value 0.
           05 filler                   pic x(4)
               value spaces.
           05 cd-change                pic +zzz,zzz,zz9
               value 0.

       01 ws-amount-diff-line.
           05 filler                   pic x(2)
               value spaces.
           05 ad-label                 pic x(28)
               value spaces.
           05 ad-before                pic zz,zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 ad-after                 pic zz,zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 ad-change                pic +z,zzz,zz9.99
               value 0.

       01 ws-key-only-line.
           05 filler                   pic x(2)
               value spaces.
           05 ko-what                  pic x(6)
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 ko-key                   pic xx
               value spaces.
           05 filler                   pic x(1)
               value spaces.
           05 ko-action                pic x(30)
               value spaces.

       01 ws-record-diff-line.
           05 filler                   pic x(2)
               value spaces.
           05 rd-action                pic x(9)
               value spaces.
           05 rd-key                   pic x(12)
               value spaces.
           05 filler                   pic x(7)
               value "  CODE ".
           05 rd-code                  pic x
               value spaces.
           05 filler                   pic x(8)
               value "  STORE ".
           05 rd-store                 pic xx
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 rd-amount                pic zz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 rd-sku                   pic x(15)
               value spaces.

       01 ws-no-diff-line              pic x(16)
           value "  NO DIFFERENCES".

       01 ws-set-total-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(7)
               value "ADDED: ".
           05 st-added                 pic zzzzzz9
               value 0.
           05 filler                   pic x(11)
               value "  DROPPED: ".
           05 st-dropped               pic zzzzzz9
               value 0.
           05 filler                   pic x(11)
               value "  CHANGED: ".
           05 st-changed               pic zzzzzz9
               value 0.

       01 ws-total-line.
           05 filler                   pic x(25)
               value "TOTAL DIFFERENCES:       ".
           05 tl-count                 pic zzzzzz9
               value 0.

       01 ws-identical-line            pic x(39)
           value "THE TWO RUNS PRODUCED IDENTICAL RESULTS".

       procedure division.

       00-main.
           perform 01-load-arguments.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           perform 05-load-generations.
           if ws-current-gen < 2
               display "RERUNCOMPARE: BATCH " ws-batch-id
                   " HAS NO EARLIER RUN ON FILE" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 06-resolve-generations.
           if ws-earlier-gen = 0
               or ws-later-gen = 0
               or ws-earlier-gen > ws-current-gen
               or ws-later-gen > ws-current-gen
               or ws-earlier-gen = ws-later-gen
               display "RERUNCOMPARE: GENERATIONS MUST BE TWO "
                   "DIFFERENT RUNS FROM 01 TO " ws-current-gen
                   upon console
               display ws-usage-line upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           string "../../../data/RerunCompare_" delimited by size
               ws-batch-id delimited by space
               "_" delimited by size
               ws-earlier-gen delimited by size
               "_" delimited by size
               ws-later-gen delimited by size
               ".out" delimited by size
               into ws-report-filename.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           move "EARLIER" to gl-which.
           move ws-earlier-gen to ws-path-generation.
           perform 08-print-generation-line.
           move "LATER" to gl-which.
           move ws-later-gen to ws-path-generation.
           perform 08-print-generation-line.

           perform 10-compare-recon-counts.
           perform 20-compare-dollars.
           perform 30-compare-prog2-totals.
           perform 50-compare-valid.
           perform 60-compare-invalid.

           move ws-total-diffs to tl-count.
           write report-line from ws-total-line
               after advancing 2 lines.
           if ws-total-diffs = 0
               write report-line from ws-identical-line
                   after advancing 1 line
           end-if.
           close report-file.

           display "RERUNCOMPARE: BATCH " ws-batch-id
               " DIFFERENCES " ws-total-diffs upon console.

      * stamp the end of this run into the run history
           move "E" to ws-rl-record-type.
           move ws-total-diffs to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * batch-id and the two generations come through
      * ARGUMENT-NUMBER/ARGUMENT-VALUE, the same as the other
      * on-demand utilities
       01-load-arguments.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-batch-id from argument-value
               on exception
                   move spaces to ws-batch-id
           end-accept.
           if ws-batch-id = spaces
               display ws-usage-line upon console
               move 16 to return-code
               goback
           end-if.

           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-arg-earlier from argument-value
               on exception
                   move spaces to ws-arg-earlier
           end-accept.
           move 3 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-arg-later from argument-value
               on exception
                   move spaces to ws-arg-later
           end-accept.

      * the generations the driver has set aside for this batch-id
       05-load-generations.
           move 0 to ws-current-gen.
           move zeros to ws-gen-stamp-table.
           move "N" to ws-eof-flag.
           open input run-generation-file.
           if ws-rg-file-status = "00"
               read run-generation-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if rg-batch-id = ws-batch-id
                       and rg-generation is numeric
                       and rg-generation > 0
                       move rg-stamp to ws-gen-stamp(rg-generation)
                       if rg-generation > ws-current-gen
                           move rg-generation to ws-current-gen
                       end-if
                   end-if
                   read run-generation-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close run-generation-file
           end-if.
           move "N" to ws-eof-flag.
           if ws-current-gen < 99
               add 1 to ws-current-gen
           end-if.

      * no generations named - the latest earlier run against the
      * current one; one named - that run against the current one
       06-resolve-generations.
           move ws-current-gen to ws-later-gen.
           compute ws-earlier-gen = ws-current-gen - 1.
           if ws-arg-earlier is not equal to spaces
               if ws-arg-earlier(2:1) = space
                   move ws-arg-earlier(1:1) to ws-arg-earlier(2:1)
                   move "0" to ws-arg-earlier(1:1)
               end-if
               if ws-arg-earlier is numeric
                   move ws-arg-earlier to ws-earlier-gen
               else
                   move 0 to ws-earlier-gen
               end-if
           end-if.
           if ws-arg-later is not equal to spaces
               if ws-arg-later(2:1) = space
                   move ws-arg-later(1:1) to ws-arg-later(2:1)
                   move "0" to ws-arg-later(1:1)
               end-if
               if ws-arg-later is numeric
                   move ws-arg-later to ws-later-gen
               else
                   move 0 to ws-later-gen
               end-if
           end-if.

       08-print-generation-line.
           move ws-path-generation to gl-generation.
           if ws-path-generation = ws-current-gen
               move "CURRENT RUN" to gl-status
               move spaces to gl-stamp
           else
               move "SET ASIDE " to gl-status
               move ws-gen-stamp(ws-path-generation) to gl-stamp
           end-if.
           write report-line from ws-generation-line
               after advancing 1 line.

      * ../../../data/<prefix>_<batch><ext> for the current run, the
      * same name inside rungen_<batch>_<nn>/ for a generation set
      * aside
       80-build-path.
           move spaces to ws-path-filename.
           if ws-path-generation = ws-current-gen
               string "../../../data/" delimited by size
                   ws-name-prefix delimited by space
                   "_" delimited by size
                   ws-batch-id delimited by space
                   ws-name-ext delimited by space
                   into ws-path-filename
           else
               string "../../../data/rungen_" delimited by size
                   ws-batch-id delimited by space
                   "_" delimited by size
                   ws-path-generation delimited by size
                   "/" delimited by size
                   ws-name-prefix delimited by space
                   "_" delimited by size
                   ws-batch-id delimited by space
                   ws-name-ext delimited by space
                   into ws-path-filename
           end-if.

      * the count files Reconciliation balances - DataSplitCount's
      * bucket counts and each posting step's own count
       10-compare-recon-counts.
           move "RECON COUNTS" to sh-title.
           perform 70-start-section.

           move zeros to ws-split-values.
           move "datasplitcounts" to ws-name-prefix.
           move ".dat" to ws-name-ext.
           move ws-earlier-gen to ws-path-generation.
           perform 80-build-path.
           open input split-count-file.
           if ws-pf-file-status = "00"
               read split-count-file
                   at end
                       continue
                   not at end
                       perform varying ws-idx from 1 by 1
                           until ws-idx > 13
                           if scr-count(ws-idx) is numeric
                               move scr-count(ws-idx)
                                   to ws-split-a(ws-idx)
                           end-if
                       end-perform
               end-read
               close split-count-file
           end-if.
           move ws-later-gen to ws-path-generation.
           perform 80-build-path.
           open input split-count-file.
           if ws-pf-file-status = "00"
               read split-count-file
                   at end
                       continue
                   not at end
                       perform varying ws-idx from 1 by 1
                           until ws-idx > 13
                           if scr-count(ws-idx) is numeric
                               move scr-count(ws-idx)
                                   to ws-split-b(ws-idx)
                           end-if
                       end-perform
               end-read
               close split-count-file
           end-if.
           perform varying ws-idx from 1 by 1 until ws-idx > 13
               if ws-split-a(ws-idx)
                   is not equal to ws-split-b(ws-idx)
                   move ws-split-label(ws-idx) to ws-diff-label
                   move ws-split-a(ws-idx) to ws-before-value
                   move ws-split-b(ws-idx) to ws-after-value
                   perform 72-print-count-diff
               end-if
           end-perform.

           perform varying ws-idx from 1 by 1 until ws-idx > 10
               move ws-count-name(ws-idx) to ws-name-prefix
               move ws-earlier-gen to ws-path-generation
               perform 12-read-one-count
               move ws-count-b to ws-count-a
               move ws-later-gen to ws-path-generation
               perform 12-read-one-count
               if ws-count-a is not equal to ws-count-b
                   move ws-count-label(ws-idx) to ws-diff-label
                   move ws-count-a to ws-before-value
                   move ws-count-b to ws-after-value
                   perform 72-print-count-diff
               end-if
           end-perform.
           perform 78-end-section.

      * one generation's copy of one count file into ws-count-b -
      * zero when that run didn't leave one
       12-read-one-count.
           move 0 to ws-count-b.
           perform 80-build-path.
           open input count-file.
           if ws-pf-file-status = "00"
               read count-file
                   at end
                       continue
                   not at end
                       if count-record is numeric
                           move count-record to ws-count-b
                       end-if
               end-read
               close count-file
           end-if.

       20-compare-dollars.
           move "DOLLAR SUMMARY" to sh-title.
           perform 70-start-section.
           move zeros to ws-dollar-values.
           move "dsdollars" to ws-name-prefix.
           move ".dat" to ws-name-ext.
           move ws-earlier-gen to ws-path-generation.
           perform 80-build-path.
           open input dollar-summary-file.
           if ws-pf-file-status = "00"
               read dollar-summary-file
                   at end
                       continue
                   not at end
                       perform varying ws-idx from 1 by 1
                           until ws-idx > 6
                           if dsd-amount(ws-idx) is numeric
                               move dsd-amount(ws-idx)
                                   to ws-dollar-a(ws-idx)
                           end-if
                       end-perform
               end-read
               close dollar-summary-file
           end-if.
           move ws-later-gen to ws-path-generation.
           perform 80-build-path.
           open input dollar-summary-file.
           if ws-pf-file-status = "00"
               read dollar-summary-file
                   at end
                       continue
                   not at end
                       perform varying ws-idx from 1 by 1
                           until ws-idx > 6
                           if dsd-amount(ws-idx) is numeric
                               move dsd-amount(ws-idx)
                                   to ws-dollar-b(ws-idx)
                           end-if
                       end-perform
               end-read
               close dollar-summary-file
           end-if.
           perform varying ws-idx from 1 by 1 until ws-idx > 6
               if ws-dollar-a(ws-idx)
                   is not equal to ws-dollar-b(ws-idx)
                   move ws-dollar-label(ws-idx) to ws-diff-label
                   move ws-dollar-a(ws-idx) to ws-before-value
                   move ws-dollar-b(ws-idx) to ws-after-value
                   perform 74-print-amount-diff
               end-if
           end-perform.
           perform 78-end-section.

      * DataSplitCount's store subtotals and payment-type breakdown
      * from both generations, matched by store / payment code
       30-compare-prog2-totals.
           move 0 to ws-tot-count.
           move "prog2totals" to ws-name-prefix.
           move ".dat" to ws-name-ext.
           move "A" to ws-side.
           move ws-earlier-gen to ws-path-generation.
           perform 32-load-prog2-totals
               thru 32-load-exit.
           move "B" to ws-side.
           move ws-later-gen to ws-path-generation.
           perform 32-load-prog2-totals
               thru 32-load-exit.

           move "PER-STORE SUBTOTALS" to sh-title.
           perform 70-start-section.
           move "S" to ws-print-type.
           move 6 to ws-val-limit.
           perform 36-print-totals-diffs.
           perform 78-end-section.

           move "PAYMENT-TYPE BREAKDOWN" to sh-title.
           perform 70-start-section.
           move "P" to ws-print-type.
           move 2 to ws-val-limit.
           perform 36-print-totals-diffs.
           perform 78-end-section.

       32-load-prog2-totals.
           perform 80-build-path.
           open input prog2-totals-file.
           if ws-pf-file-status is not equal to "00"
               go to 32-load-exit
           end-if.
           move "N" to ws-eof-flag.
           read prog2-totals-file
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               perform 34-note-one-total
               read prog2-totals-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close prog2-totals-file.
           move "N" to ws-eof-flag.

       32-load-exit.
           exit.

       34-note-one-total.
           perform varying ws-tot-idx from 1 by 1
               until ws-tot-idx > ws-tot-count
               if ws-tot-type(ws-tot-idx) = pt-record-type
                   and ws-tot-key(ws-tot-idx) = pt-key
                   exit perform
               end-if
           end-perform.
           if ws-tot-idx > ws-tot-count
               if ws-tot-count >= 150
                   display "RERUNCOMPARE: TOTALS TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-tot-count
               move ws-tot-count to ws-tot-idx
               move pt-record-type to ws-tot-type(ws-tot-idx)
               move pt-key to ws-tot-key(ws-tot-idx)
               move "N" to ws-tot-in-a(ws-tot-idx)
               move "N" to ws-tot-in-b(ws-tot-idx)
               perform varying ws-val-idx from 1 by 1
                   until ws-val-idx > 6
                   move 0 to ws-tot-a(ws-tot-idx ws-val-idx)
                   move 0 to ws-tot-b(ws-tot-idx ws-val-idx)
               end-perform
           end-if.
           if ws-side = "A"
               move "Y" to ws-tot-in-a(ws-tot-idx)
               move pt-count-1 to ws-tot-a(ws-tot-idx 1)
               move pt-amount-1 to ws-tot-a(ws-tot-idx 2)
               move pt-count-2 to ws-tot-a(ws-tot-idx 3)
               move pt-amount-2 to ws-tot-a(ws-tot-idx 4)
               move pt-count-3 to ws-tot-a(ws-tot-idx 5)
               move pt-amount-3 to ws-tot-a(ws-tot-idx 6)
           else
               move "Y" to ws-tot-in-b(ws-tot-idx)
               move pt-count-1 to ws-tot-b(ws-tot-idx 1)
               move pt-amount-1 to ws-tot-b(ws-tot-idx 2)
               move pt-count-2 to ws-tot-b(ws-tot-idx 3)
               move pt-amount-2 to ws-tot-b(ws-tot-idx 4)
               move pt-count-3 to ws-tot-b(ws-tot-idx 5)
               move pt-amount-3 to ws-tot-b(ws-tot-idx 6)
           end-if.

      * a store or payment type only one run had is added/dropped;
      * otherwise each figure that moved gets its own line
       36-print-totals-diffs.
           if ws-print-type = "S"
               move "STORE" to ko-what
           else
               move "TENDER" to ko-what
           end-if.
           perform varying ws-tot-idx from 1 by 1
               until ws-tot-idx > ws-tot-count
               if ws-tot-type(ws-tot-idx) = ws-print-type
                   perform 38-print-one-total
               end-if
           end-perform.

       38-print-one-total.
           move ws-tot-key(ws-tot-idx) to ko-key.
           if ws-tot-in-a(ws-tot-idx) = "N"
               move "ADDED IN THE LATER RUN" to ko-action
               write report-line from ws-key-only-line
                   after advancing 1 line
               add 1 to ws-section-diffs
           end-if.
           if ws-tot-in-b(ws-tot-idx) = "N"
               move "DROPPED FROM THE LATER RUN" to ko-action
               write report-line from ws-key-only-line
                   after advancing 1 line
               add 1 to ws-section-diffs
           end-if.
           perform varying ws-val-idx from 1 by 1
               until ws-val-idx > ws-val-limit
               if ws-tot-a(ws-tot-idx ws-val-idx)
                   is not equal to ws-tot-b(ws-tot-idx ws-val-idx)
                   move spaces to ws-diff-label
                   string ko-what delimited by space
                       " " delimited by size
                       ws-tot-key(ws-tot-idx) delimited by size
                       " " delimited by size
                       ws-subtotal-label(ws-val-idx)
                           delimited by size
                       into ws-diff-label
                   move ws-tot-a(ws-tot-idx ws-val-idx)
                       to ws-before-value
                   move ws-tot-b(ws-tot-idx ws-val-idx)
                       to ws-after-value
                   if ws-val-idx = 1 or ws-val-idx = 3
                       or ws-val-idx = 5
                       perform 72-print-count-diff
                   else
                       perform 74-print-amount-diff
                   end-if
               end-if
           end-perform.

      * the two runs' validated records walked side by side in
      * invoice-key order
       50-compare-valid.
           move "VALID RECORDS BY INVOICE KEY" to sh-title.
           perform 70-start-section.
           move "V" to ws-set-flag.
           move "valid" to ws-name-prefix.
           move ".dat" to ws-name-ext.
           move ws-earlier-gen to ws-path-generation.
           perform 80-build-path.
           move ws-path-filename to ws-a-filename.
           move ws-later-gen to ws-path-generation.
           perform 80-build-path.
           move ws-path-filename to ws-b-filename.

           move high-values to ws-compare-a.
           move high-values to ws-compare-b.
           open input valid-a-file.
           if ws-va-file-status = "00"
               perform 56-read-next-a
           end-if.
           open input valid-b-file.
           if ws-vb-file-status = "00"
               perform 57-read-next-b
           end-if.

           perform 54-merge-records.

           if ws-va-file-status is not equal to "35"
               close valid-a-file
           end-if.
           if ws-vb-file-status is not equal to "35"
               close valid-b-file
           end-if.
           perform 58-end-record-section.

      * shared by both record sets - the lower key is a record only
      * that side has; equal keys with different contents changed
       54-merge-records.
           move 0 to ws-added-count.
           move 0 to ws-dropped-count.
           move 0 to ws-changed-count.
           perform until ws-compare-a = high-values
               and ws-compare-b = high-values
               evaluate true
                   when ca-invoice-key < cb-invoice-key
                       move "DROPPED" to rd-action
                       perform 55-print-record-a
                       add 1 to ws-dropped-count
                       perform 56-read-next-a
                   when ca-invoice-key > cb-invoice-key
                       move "ADDED" to rd-action
                       perform 55-print-record-b
                       add 1 to ws-added-count
                       perform 57-read-next-b
                   when other
                       if ws-compare-a is not equal to ws-compare-b
                           move "CHANGED" to rd-action
                           perform 55-print-record-a
                           move "   NOW" to rd-action
                           perform 55-print-record-b
                           add 1 to ws-changed-count
                       end-if
                       perform 56-read-next-a
                       perform 57-read-next-b
               end-evaluate
           end-perform.

       55-print-record-a.
           move ca-invoice-key to rd-key.
           move ca-transaction-code to rd-code.
           move ca-store-number to rd-store.
           move ca-transaction-amount to rd-amount.
           move ca-sku-code to rd-sku.
           write report-line from ws-record-diff-line
               after advancing 1 line.

       55-print-record-b.
           move cb-invoice-key to rd-key.
           move cb-transaction-code to rd-code.
           move cb-store-number to rd-store.
           move cb-transaction-amount to rd-amount.
           move cb-sku-code to rd-sku.
           write report-line from ws-record-diff-line
               after advancing 1 line.

       56-read-next-a.
           if ws-set-flag = "V"
               read valid-a-file
                   at end move high-values to ws-compare-a
                   not at end move valid-a-line to ws-compare-a
               end-read
           else
               read sorted-a-file
                   at end move high-values to ws-compare-a
                   not at end move sorted-a-line to ws-compare-a
               end-read
           end-if.

       57-read-next-b.
           if ws-set-flag = "V"
               read valid-b-file
                   at end move high-values to ws-compare-b
                   not at end move valid-b-line to ws-compare-b
               end-read
           else
               read sorted-b-file
                   at end move high-values to ws-compare-b
                   not at end move sorted-b-line to ws-compare-b
               end-read
           end-if.

       58-end-record-section.
           move ws-added-count to st-added.
           move ws-dropped-count to st-dropped.
           move ws-changed-count to st-changed.
           write report-line from ws-set-total-line
               after advancing 1 line.
           add ws-added-count ws-dropped-count ws-changed-count
               to ws-section-diffs.
           perform 78-end-section.

      * the rejects have no key order of their own - each run's are
      * sorted into a work file first, then merged the same way
       60-compare-invalid.
           move "INVALID RECORDS BY INVOICE KEY" to sh-title.
           perform 70-start-section.
           move "I" to ws-set-flag.
           move "invalid" to ws-name-prefix.
           move ".dat" to ws-name-ext.

           move ws-earlier-gen to ws-path-generation.
           perform 80-build-path.
           open input invalid-in-file.
           if ws-pf-file-status = "00"
               close invalid-in-file
               sort sort-work-file
                   on ascending key sw-invoice-key sw-lead sw-rest
                   using invalid-in-file
                   giving sorted-a-file
           else
               open output sorted-a-file
               close sorted-a-file
           end-if.
           move ws-later-gen to ws-path-generation.
           perform 80-build-path.
           open input invalid-in-file.
           if ws-pf-file-status = "00"
               close invalid-in-file
               sort sort-work-file
                   on ascending key sw-invoice-key sw-lead sw-rest
                   using invalid-in-file
                   giving sorted-b-file
           else
               open output sorted-b-file
               close sorted-b-file
           end-if.

           move high-values to ws-compare-a.
           move high-values to ws-compare-b.
           open input sorted-a-file.
           if ws-sa-file-status = "00"
               perform 56-read-next-a
           end-if.
           open input sorted-b-file.
           if ws-sb-file-status = "00"
               perform 57-read-next-b
           end-if.

           perform 54-merge-records.

           close sorted-a-file sorted-b-file.
           call "CBL_DELETE_FILE" using ws-sort-a-filename
               returning ws-delete-result
           end-call.
           call "CBL_DELETE_FILE" using ws-sort-b-filename
               returning ws-delete-result
           end-call.
           perform 58-end-record-section.

       70-start-section.
           move 0 to ws-section-diffs.
           write report-line from ws-line-break.
           write report-line from ws-section-heading
               after advancing 1 line.
           if sh-title(1:5) is not equal to "VALID"
               and sh-title(1:7) is not equal to "INVALID"
               write report-line from ws-column-heading
                   after advancing 1 line
           end-if.

       72-print-count-diff.
           move ws-diff-label to cd-label.
           move ws-before-value to cd-before.
           move ws-after-value to cd-after.
           compute ws-change-value =
               ws-after-value - ws-before-value.
           move ws-change-value to cd-change.
           write report-line from ws-count-diff-line
               after advancing 1 line.
           add 1 to ws-section-diffs.

       74-print-amount-diff.
           move ws-diff-label to ad-label.
           move ws-before-value to ad-before.
           move ws-after-value to ad-after.
           compute ws-change-value =
               ws-after-value - ws-before-value.
           move ws-change-value to ad-change.
           write report-line from ws-amount-diff-line
               after advancing 1 line.
           add 1 to ws-section-diffs.

       78-end-section.
           if ws-section-diffs = 0
               write report-line from ws-no-diff-line
                   after advancing 1 line
           end-if.
           add ws-section-diffs to ws-total-diffs.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="RERUNCOMPARE"==.

       end program RerunCompare.
