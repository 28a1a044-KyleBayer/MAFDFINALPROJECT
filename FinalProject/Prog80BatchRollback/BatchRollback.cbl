       identification division.
       program-id. BatchRollback.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eightieth program in our MAFD 4201 Final Project.
      * AccumBackout reverses a bad batch out of the accumulators, but
      * the same batch has also posted to the inventory master, the
      * gift-card ledger, the layaway master, the AR ledger, the
      * customer history, the PO master, the sales history, the warranty
      * registry, the special-order, delivery, rain-check, work-order
      * and service-plan masters and the cycle-count master - and until
      * now those had no undo short of last night's archive.
      * run_pipeline.sh copies all fourteen into snapshot_<batch-id>
      * before the batch's first step and notes the copy in the snapshot
      * register; this utility puts all fourteen back to that copy for a
      * named batch-id, takes the batch's lines back out of the journals
      * beside them (the AR journal, the stock-movement journal, the
      * receipt history and the consignment and eco-fee accruals) and
      * removes the batch's posting markers and step status so the
      * corrected batch can be run again from the top. It prints every
      * master's record count and control total before and after the
      * restore, and refuses while a later batch has posted on top -
      * that batch has to be rolled back first, or its postings would be
      * silently lost. The accumulators are not in the snapshot;
      * AccumBackout still reverses them. Rolling back is a backout, so
      * it takes the backout permission off the operator master. Run on
      * demand as
      *     BatchRollback <batch-id> <operator-id>

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - the restricted
      * utilities stamp themselves (and their operator) here too
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * operator master - who may put the posting masters back;
      * while the master doesn't exist the run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * the driver's register of snapshots taken (S) and rolled
      * back (R), in the order they happened
           select snapshot-register-file
           assign to "../../../data/snapshotreg.dat"
           organization is line sequential
           file status is ws-sr-file-status.

      * the fourteen posting masters, each paired with its snapshot
      * copy - the live file is counted, then rebuilt from the copy
           select inventory-master-file
           assign to "../../../data/invmaster.dat"
           organization is indexed
           access mode is sequential
           record key is im-store-sku-key
           file status is ws-im-file-status.

           select snap-inventory-file
           assign to dynamic ws-snap-im-filename
           organization is indexed
           access mode is sequential
           record key is xm-store-sku-key
           file status is ws-xm-file-status.

           select gift-card-file
           assign to "../../../data/gcledger.dat"
           organization is indexed
           access mode is sequential
           record key is gc-card-number
           file status is ws-gc-file-status.

           select snap-gift-card-file
           assign to dynamic ws-snap-gc-filename
           organization is indexed
           access mode is sequential
           record key is xg-card-number
           file status is ws-xg-file-status.

           select layaway-master-file
           assign to "../../../data/laymaster.dat"
           organization is indexed
           access mode is sequential
           record key is lm-invoice-number
           file status is ws-lm-file-status.

           select snap-layaway-file
           assign to dynamic ws-snap-lm-filename
           organization is indexed
           access mode is sequential
           record key is xl-invoice-number
           file status is ws-xl-file-status.

           select ar-ledger-file
           assign to "../../../data/arledger.dat"
           organization is indexed
           access mode is sequential
           record key is ar-customer-number
           file status is ws-ar-file-status.

           select snap-ar-ledger-file
           assign to dynamic ws-snap-ar-filename
           organization is indexed
           access mode is sequential
           record key is xa-customer-number
           file status is ws-xa-file-status.

           select cust-history-file
           assign to "../../../data/custhist.dat"
           organization is indexed
           access mode is sequential
           record key is ch-customer-number
           file status is ws-ch-file-status.

           select snap-history-file
           assign to dynamic ws-snap-ch-filename
           organization is indexed
           access mode is sequential
           record key is xc-customer-number
           file status is ws-xc-file-status.

           select po-master-file
           assign to "../../../data/pomaster.dat"
           organization is indexed
           access mode is sequential
           record key is po-line-key
           file status is ws-po-file-status.

           select snap-po-file
           assign to dynamic ws-snap-po-filename
           organization is indexed
           access mode is sequential
           record key is xp-line-key
           file status is ws-xp-file-status.

           select sales-history-file
           assign to "../../../data/saleshist.dat"
           organization is indexed
           access mode is sequential
           record key is sh-invoice-key
           file status is ws-sh-file-status.

           select snap-sales-file
           assign to dynamic ws-snap-sh-filename
           organization is indexed
           access mode is sequential
           record key is xs-invoice-key
           file status is ws-xs-file-status.

           select warranty-file
           assign to "../../../data/warranty.dat"
           organization is indexed
           access mode is sequential
           record key is wr-serial-number
           file status is ws-wr-file-status.

           select snap-warranty-file
           assign to dynamic ws-snap-wr-filename
           organization is indexed
           access mode is sequential
           record key is xw-serial-number
           file status is ws-xw-file-status.

           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is sequential
           record key is so-order-number
           file status is ws-so-file-status.

           select snap-special-order-file
           assign to dynamic ws-snap-so-filename
           organization is indexed
           access mode is sequential
           record key is xo-order-number
           file status is ws-xo-file-status.

           select delivery-file
           assign to "../../../data/delmaster.dat"
           organization is indexed
           access mode is sequential
           record key is dv-invoice-number
           file status is ws-dv-file-status.

           select snap-delivery-file
           assign to dynamic ws-snap-dv-filename
           organization is indexed
           access mode is sequential
           record key is xd-invoice-number
           file status is ws-xd-file-status.

           select rain-check-file
           assign to "../../../data/raincheck.dat"
           organization is indexed
           access mode is sequential
           record key is rk-check-number
           file status is ws-rk-file-status.

           select snap-rain-check-file
           assign to dynamic ws-snap-rk-filename
           organization is indexed
           access mode is sequential
           record key is xr-check-number
           file status is ws-xr-file-status.

           select work-order-file
           assign to "../../../data/workorder.dat"
           organization is indexed
           access mode is sequential
           record key is wo-order-number
           file status is ws-wo-file-status.

           select snap-work-order-file
           assign to dynamic ws-snap-wo-filename
           organization is indexed
           access mode is sequential
           record key is xq-order-number
           file status is ws-xq-file-status.

           select service-plan-file
           assign to "../../../data/svcplan.dat"
           organization is indexed
           access mode is sequential
           record key is svc-serial-number
           file status is ws-sv-file-status.

           select snap-service-plan-file
           assign to dynamic ws-snap-sv-filename
           organization is indexed
           access mode is sequential
           record key is xv-serial-number
           file status is ws-xv-file-status.

           select cycle-count-file
           assign to "../../../data/ccmaster.dat"
           organization is indexed
           access mode is sequential
           record key is cc-store-sku-key
           file status is ws-cc-file-status.

           select snap-cycle-count-file
           assign to dynamic ws-snap-cc-filename
           organization is indexed
           access mode is sequential
           record key is xy-store-sku-key
           file status is ws-xy-file-status.

      * the journals beside the masters - each line carries the
      * batch-id that wrote it, so the batch's lines come out by id
           select ar-journal-file
           assign to "../../../data/arjournal.dat"
           organization is line sequential
           file status is ws-aj-file-status.

           select stock-movement-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

           select receipt-history-file
           assign to "../../../data/rcvhist.dat"
           organization is line sequential
           file status is ws-rv-file-status.

           select consign-accrual-file
           assign to "../../../data/consignacc.dat"
           organization is line sequential
           file status is ws-ca-file-status.

           select eco-fee-accrual-file
           assign to "../../../data/ecofeeacc.dat"
           organization is line sequential
           file status is ws-ea-file-status.

      * scratch copy a journal is rewritten through
           select work-file
           assign to "../../../data/batchrollback.wrk"
           organization is line sequential
           file status is ws-wk-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd operator-master-file
           data record is operator-master-record.
       copy "../copybooks/OPERMAST.cpy".

       fd snapshot-register-file
           data record is snapshot-register-record
           record contains 23 characters.
       01 snapshot-register-record.
           05 sr-batch-id              pic x(8).
           05 sr-date                  pic 9(8).
           05 sr-time                  pic 9(6).
           05 sr-type                  pic x.

       fd inventory-master-file
           data record is inventory-master-record.
       copy "../copybooks/INVMAST.cpy".

       fd snap-inventory-file
           data record is snap-inventory-record.
       copy "../copybooks/INVMAST.cpy"
           replacing ==inventory-master-record==
                         by ==snap-inventory-record==
                     leading ==im== by ==xm==.

       fd gift-card-file
           data record is gift-card-record.
       copy "../copybooks/GCLEDGER.cpy".

       fd snap-gift-card-file
           data record is snap-gift-card-record.
       copy "../copybooks/GCLEDGER.cpy"
           replacing ==gift-card-record== by ==snap-gift-card-record==
                     leading ==gc== by ==xg==.

       fd layaway-master-file
           data record is layaway-master-record.
       copy "../copybooks/LAYMAST.cpy".

       fd snap-layaway-file
           data record is snap-layaway-record.
       copy "../copybooks/LAYMAST.cpy"
           replacing ==layaway-master-record==
                         by ==snap-layaway-record==
                     leading ==lm== by ==xl==.

       fd ar-ledger-file
           data record is ar-ledger-record.
       copy "../copybooks/ARLEDG.cpy".

       fd snap-ar-ledger-file
           data record is snap-ar-ledger-record.
       copy "../copybooks/ARLEDG.cpy"
           replacing ==ar-ledger-record== by ==snap-ar-ledger-record==
                     leading ==ar== by ==xa==.

       fd cust-history-file
           data record is customer-history-record.
       copy "../copybooks/CUSTHIST.cpy".

       fd snap-history-file
           data record is snap-history-record.
       copy "../copybooks/CUSTHIST.cpy"
           replacing ==customer-history-record==
                         by ==snap-history-record==
                     leading ==ch== by ==xc==.

       fd po-master-file
           data record is po-master-record.
       copy "../copybooks/POMAST.cpy".

       fd snap-po-file
           data record is snap-po-record.
       copy "../copybooks/POMAST.cpy"
           replacing ==po-master-record== by ==snap-po-record==
                     leading ==po== by ==xp==.

       fd sales-history-file
           data record is sales-history-record.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==sh==
                     ==input-line== by ==sales-history-record==.

       fd snap-sales-file
           data record is snap-sales-record.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==xs==
                     ==input-line== by ==snap-sales-record==.

       fd warranty-file
           data record is warranty-record.
       copy "../copybooks/WARRANTY.cpy".

       fd snap-warranty-file
           data record is snap-warranty-record.
       copy "../copybooks/WARRANTY.cpy"
           replacing ==warranty-record== by ==snap-warranty-record==
                     leading ==wr== by ==xw==.

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

       fd snap-special-order-file
           data record is snap-special-order-record.
       copy "../copybooks/SOMAST.cpy"
           replacing ==special-order-record==
                         by ==snap-special-order-record==
                     leading ==so== by ==xo==.

       fd delivery-file
           data record is delivery-record.
       copy "../copybooks/DELVMAST.cpy".

       fd snap-delivery-file
           data record is snap-delivery-record.
       copy "../copybooks/DELVMAST.cpy"
           replacing ==delivery-record== by ==snap-delivery-record==
                     leading ==dv== by ==xd==.

       fd rain-check-file
           data record is rain-check-record.
       copy "../copybooks/RAINCHK.cpy".

       fd snap-rain-check-file
           data record is snap-rain-check-record.
       copy "../copybooks/RAINCHK.cpy"
           replacing ==rain-check-record== by ==snap-rain-check-record==
                     leading ==rk== by ==xr==.

       fd work-order-file
           data record is work-order-record.
       copy "../copybooks/WORKORD.cpy".

       fd snap-work-order-file
           data record is snap-work-order-record.
       copy "../copybooks/WORKORD.cpy"
           replacing ==work-order-record== by ==snap-work-order-record==
                     leading ==wo== by ==xq==.

       fd service-plan-file
           data record is service-plan-record.
       copy "../copybooks/SVCPLAN.cpy".

       fd snap-service-plan-file
           data record is snap-service-plan-record.
       copy "../copybooks/SVCPLAN.cpy"
           replacing ==service-plan-record==
                         by ==snap-service-plan-record==
                     leading ==svc== by ==xv==.

       fd cycle-count-file
           data record is cycle-count-record.
       copy "../copybooks/CCMAST.cpy".

       fd snap-cycle-count-file
           data record is snap-cycle-count-record.
       copy "../copybooks/CCMAST.cpy"
           replacing ==cycle-count-record==
                         by ==snap-cycle-count-record==
                     leading ==cc== by ==xy==.

       fd ar-journal-file
           data record is ar-journal-record
           record contains 43 characters.
       01 ar-journal-record.
           05 aj-customer-number       pic x(8).
           05 aj-post-date             pic 9(8).
           05 aj-entry-type            pic x.
           05 aj-amount                pic 9(7)v99.
           05 aj-invoice-number        pic x(9).
           05 aj-batch-id              pic x(8).

       fd stock-movement-file
           data record is stock-movement-record.
       copy "../copybooks/STKMOVE.cpy".

       fd receipt-history-file
           data record is receipt-history-record.
       copy "../copybooks/RCVHIST.cpy".

       fd consign-accrual-file
           data record is consign-accrual-record.
       copy "../copybooks/CONSACC.cpy".

       fd eco-fee-accrual-file
           data record is eco-fee-accrual-record.
       copy "../copybooks/ECOACC.cpy".

       fd work-file
           data record is work-journal-record work-movement-record
               work-receipt-record work-consign-record
               work-eco-fee-record.
       01 work-journal-record          pic x(43).
       01 work-movement-record         pic x(42).
       01 work-receipt-record          pic x(58).
       01 work-consign-record          pic x(63).
       01 work-eco-fee-record          pic x(69).

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * the signed-on operator - required (and verified) whenever
      * the operator master exists
       77 ws-op-file-status            pic xx
           value spaces.
       77 ws-operator-id               pic x(4)
           value spaces.
       77 ws-arg-num                   pic 9
           value 0.

      * the batch being rolled back - a required argument, since
      * defaulting to today would roll back the wrong day more
      * often than the right one
       77 ws-batch-id                  pic x(8)
           value spaces.

       77 ws-report-filename           pic x(60)
           value spaces.
       77 ws-snap-im-filename          pic x(60)
           value spaces.
       77 ws-snap-gc-filename          pic x(60)
           value spaces.
       77 ws-snap-lm-filename          pic x(60)
           value spaces.
       77 ws-snap-ar-filename          pic x(60)
           value spaces.
       77 ws-snap-ch-filename          pic x(60)
           value spaces.
       77 ws-snap-po-filename          pic x(60)
           value spaces.
       77 ws-snap-sh-filename          pic x(60)
           value spaces.
       77 ws-snap-wr-filename          pic x(60)
           value spaces.
       77 ws-snap-so-filename          pic x(60)
           value spaces.
       77 ws-snap-dv-filename          pic x(60)
           value spaces.
       77 ws-snap-rk-filename          pic x(60)
           value spaces.
       77 ws-snap-wo-filename          pic x(60)
           value spaces.
       77 ws-snap-sv-filename          pic x(60)
           value spaces.
       77 ws-snap-cc-filename          pic x(60)
           value spaces.
       77 ws-marker-filename           pic x(60)
           value spaces.
       77 ws-delete-result             pic s9(9) comp-5
           value 0.

       77 ws-sr-file-status            pic xx
           value spaces.
       77 ws-im-file-status            pic xx
           value spaces.
       77 ws-xm-file-status            pic xx
           value spaces.
       77 ws-gc-file-status            pic xx
           value spaces.
       77 ws-xg-file-status            pic xx
           value spaces.
       77 ws-lm-file-status            pic xx
           value spaces.
       77 ws-xl-file-status            pic xx
           value spaces.
       77 ws-ar-file-status            pic xx
           value spaces.
       77 ws-xa-file-status            pic xx
           value spaces.
       77 ws-ch-file-status            pic xx
           value spaces.
       77 ws-xc-file-status            pic xx
           value spaces.
       77 ws-po-file-status            pic xx
           value spaces.
       77 ws-xp-file-status            pic xx
           value spaces.
       77 ws-sh-file-status            pic xx
           value spaces.
       77 ws-xs-file-status            pic xx
           value spaces.
       77 ws-wr-file-status            pic xx
           value spaces.
       77 ws-xw-file-status            pic xx
           value spaces.
       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-xo-file-status            pic xx
           value spaces.
       77 ws-dv-file-status            pic xx
           value spaces.
       77 ws-xd-file-status            pic xx
           value spaces.
       77 ws-rk-file-status            pic xx
           value spaces.
       77 ws-xr-file-status            pic xx
           value spaces.
       77 ws-wo-file-status            pic xx
           value spaces.
       77 ws-xq-file-status            pic xx
           value spaces.
       77 ws-sv-file-status            pic xx
           value spaces.
       77 ws-xv-file-status            pic xx
           value spaces.
       77 ws-cc-file-status            pic xx
           value spaces.
       77 ws-xy-file-status            pic xx
           value spaces.
       77 ws-aj-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-rv-file-status            pic xx
           value spaces.
       77 ws-ca-file-status            pic xx
           value spaces.
       77 ws-ea-file-status            pic xx
           value spaces.
       77 ws-wk-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * the snapshot register, held whole so the entries after this
      * batch's snapshot can be judged
       77 ws-sr-count                  pic 9(4)
           value 0.
       01 ws-register-table.
           05 ws-sr-entry              occurs 5000 times.
               10 ws-sr-batch          pic x(8).
               10 ws-sr-type           pic x.
       77 ws-sr-idx                    pic 9(4)
           value 0.
       77 ws-sr-later-idx              pic 9(4)
           value 0.
       77 ws-sr-scan-idx               pic 9(4)
           value 0.
       77 ws-clock-time                pic 9(8)
           value 0.
      * where this batch's snapshot sits in the register
       77 ws-snap-pos                  pic 9(4)
           value 0.
       77 ws-rolled-back               pic x
           value "N".
      * how many of the fourteen snapshot copies are still on disk
       77 ws-copies-found              pic 99
           value 0.

      * why the rollback was refused - spaces means it goes ahead
       77 ws-refuse-reason             pic x(50)
           value spaces.

      * one master's comparison, filled by its restore paragraph
       77 ws-count-before              pic 9(9)
           value 0.
       77 ws-count-after               pic 9(9)
           value 0.
       77 ws-ctl-before                pic s9(11)v99
           value 0.
       77 ws-ctl-after                 pic s9(11)v99
           value 0.

       77 ws-lines-removed             pic 9(7)
           value 0.
       77 ws-masters-restored          pic 99
           value 0.
       77 ws-records-restored          pic 9(9)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(32)
               value "POSTING MASTER ROLLBACK - BATCH ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-operator-line.
           05 filler                   pic x(10)
               value "OPERATOR: ".
           05 ol2-operator             pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ol2-name                 pic x(20)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-usage-line.
           05 filler                   pic x(50)
               value "USAGE: BatchRollback <batch-id> <operator>".

       01 ws-refused-line.
           05 filler                   pic x(19)
               value "ROLLBACK REFUSED - ".
           05 rfl-reason               pic x(50)
               value spaces.

       01 ws-comparison-heading-1.
           05 filler                   pic x(12)
               value spaces.
           05 filler                   pic x(24)
               value "     RECORDS".
           05 filler                   pic x(34)
               value "         CONTROL TOTAL".
           05 filler                   pic x(16)
               value spaces.

       01 ws-comparison-heading-2.
           05 filler                   pic x(12)
               value "MASTER".
           05 filler                   pic x(12)
               value "      BEFORE".
           05 filler                   pic x(12)
               value "       AFTER".
           05 filler                   pic x(17)
               value "           BEFORE".
           05 filler                   pic x(17)
               value "            AFTER".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(16)
               value "CONTROL FIELD".

       01 ws-comparison-line.
           05 cl-master                pic x(12)
               value spaces.
           05 cl-count-before          pic zzz,zzz,zz9
               value 0.
           05 filler                   pic x
               value spaces.
           05 cl-count-after           pic zzz,zzz,zz9
               value 0.
           05 filler                   pic x
               value spaces.
           05 cl-ctl-before            pic --,---,---,--9.99
               value 0.
           05 cl-ctl-after             pic --,---,---,--9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 cl-ctl-name              pic x(16)
               value spaces.

       01 ws-no-snapshot-line.
           05 nsl-master               pic x(12)
               value spaces.
           05 filler                   pic x(44)
               value "NO SNAPSHOT COPY - LEFT AS IT STANDS".

       01 ws-journal-line.
           05 filler                   pic x(2)
               value spaces.
           05 jl-journal               pic x(16)
               value spaces.
           05 jl-removed               pic zzz,zz9
               value 0.
           05 filler                   pic x(34)
               value " LINES OF THIS BATCH REMOVED".

       01 ws-marker-line.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(19)
               value "MARKER REMOVED:    ".
           05 ml2-marker               pic x(40)
               value spaces.

       01 ws-rerun-line.
           05 filler                   pic x(41)
               value "THE MASTERS ARE BACK AS THEY STOOD BEFORE".
           05 filler                   pic x(36)
               value " THE BATCH - RERUN IT FROM THE TOP".

       01 ws-accum-line.
           05 filler                   pic x(38)
               value "ACCUMULATORS ARE NOT IN THE SNAPSHOT -".
           05 filler                   pic x(40)
               value " RUN ACCUMBACKOUT FOR THIS BATCH".

       procedure division.

       00-main.
           perform 01-load-arguments.
           perform 04-verify-operator
               thru 04-verify-exit.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-operator-line
               after advancing 1 line.
           write report-line from ws-line-break.

           perform 10-check-register
               thru 10-check-register-exit.
           if ws-refuse-reason = spaces
               perform 15-check-snapshot
           end-if.
           if ws-refuse-reason is not equal to spaces
               move ws-refuse-reason to rfl-reason
               write report-line from ws-refused-line
                   after advancing 1 line
               close report-file
               display "BATCHROLLBACK: ROLLBACK REFUSED - "
                   ws-refuse-reason upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           write report-line from ws-comparison-heading-1
               after advancing 1 line.
           write report-line from ws-comparison-heading-2
               after advancing 1 line.
           perform 20-restore-inventory
               thru 20-restore-inventory-exit.
           perform 22-restore-gift-cards
               thru 22-restore-gift-cards-exit.
           perform 24-restore-layaways
               thru 24-restore-layaways-exit.
           perform 26-restore-ar-ledger
               thru 26-restore-ar-ledger-exit.
           perform 28-restore-history
               thru 28-restore-history-exit.
           perform 30-restore-po-master
               thru 30-restore-po-master-exit.
           perform 32-restore-sales-history
               thru 32-restore-sales-history-exit.
           perform 34-restore-warranty
               thru 34-restore-warranty-exit.
           perform 34a-restore-special-orders
               thru 34a-restore-special-orders-exit.
           perform 34b-restore-deliveries
               thru 34b-restore-deliveries-exit.
           perform 34c-restore-rain-checks
               thru 34c-restore-rain-checks-exit.
           perform 34d-restore-work-orders
               thru 34d-restore-work-orders-exit.
           perform 34e-restore-service-plans
               thru 34e-restore-service-plans-exit.
           perform 34f-restore-cycle-counts
               thru 34f-restore-cycle-counts-exit.

           write report-line from ws-line-break.
           perform 40-trim-ar-journal
               thru 40-trim-ar-journal-exit.
           perform 42-trim-stock-movement
               thru 42-trim-stock-movement-exit.
           perform 44-trim-receipt-history
               thru 44-trim-receipt-history-exit.
           perform 46-trim-consign-accrual
               thru 46-trim-consign-accrual-exit.
           perform 48-trim-eco-fee-accrual
               thru 48-trim-eco-fee-accrual-exit.

           write report-line from ws-line-break.
           perform 50-remove-markers.
           perform 60-register-rollback.

           write report-line from ws-rerun-line
               after advancing 2 lines.
           write report-line from ws-accum-line
               after advancing 1 line.
           close report-file.

      * stamp the end of this run into the run history
           move "E" to ws-rl-record-type.
           move ws-records-restored to ws-rl-records-read.
           move ws-records-restored to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * batch-id and operator come through ARGUMENT-NUMBER/
      * ARGUMENT-VALUE, the same as the other restricted utilities
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

           string "../../../data/BatchRollback_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/invmaster.dat" delimited by size
               into ws-snap-im-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/gcledger.dat" delimited by size
               into ws-snap-gc-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/laymaster.dat" delimited by size
               into ws-snap-lm-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/arledger.dat" delimited by size
               into ws-snap-ar-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/custhist.dat" delimited by size
               into ws-snap-ch-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/pomaster.dat" delimited by size
               into ws-snap-po-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/saleshist.dat" delimited by size
               into ws-snap-sh-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/warranty.dat" delimited by size
               into ws-snap-wr-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/somaster.dat" delimited by size
               into ws-snap-so-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/delmaster.dat" delimited by size
               into ws-snap-dv-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/raincheck.dat" delimited by size
               into ws-snap-rk-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/workorder.dat" delimited by size
               into ws-snap-wo-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/svcplan.dat" delimited by size
               into ws-snap-sv-filename.
           string "../../../data/snapshot_" delimited by size
               ws-batch-id delimited by space
               "/ccmaster.dat" delimited by size
               into ws-snap-cc-filename.

      * the second argument names the operator; the master - when
      * it exists - must carry the id with the backout permission
       04-verify-operator.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value
               on exception
                   move spaces to ws-operator-id
           end-accept.
           move ws-operator-id to ol2-operator.
           move spaces to ol2-name.

           open input operator-master-file.
           if ws-op-file-status is not equal to "00"
               display "BATCHROLLBACK: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "BATCHROLLBACK: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "BATCHROLLBACK: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-backout-perm is not equal to "Y"
               display "BATCHROLLBACK: OPERATOR NOT AUTHORIZED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move op-operator-name to ol2-name.
           close operator-master-file.
           move ws-operator-id to ws-rl-operator-id.

       04-verify-exit.
           exit.

      * the batch needs a snapshot not yet rolled back, and no other
      * batch may have taken a snapshot after it (and so posted on
      * top of it) without having been rolled back itself
       10-check-register.
           open input snapshot-register-file.
           if ws-sr-file-status is not equal to "00"
               move "NO SNAPSHOT REGISTER ON FILE" to ws-refuse-reason
               go to 10-check-register-exit
           end-if.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snapshot-register-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if ws-sr-count >= 5000
                           display "BATCHROLLBACK: REGISTER TABLE "
                               "FULL - RAISE LIMIT AND RERUN"
                               upon console
                           close snapshot-register-file
                           move 16 to return-code
                           goback
                       end-if
                       add 1 to ws-sr-count
                       move sr-batch-id to ws-sr-batch(ws-sr-count)
                       move sr-type to ws-sr-type(ws-sr-count)
               end-read
           end-perform.
           close snapshot-register-file.

           perform varying ws-sr-idx from 1 by 1
               until ws-sr-idx > ws-sr-count
               if ws-sr-batch(ws-sr-idx) = ws-batch-id
                   and ws-sr-type(ws-sr-idx) = "S"
                   move ws-sr-idx to ws-snap-pos
               end-if
           end-perform.
           if ws-snap-pos = 0
               move "NO SNAPSHOT ON FILE FOR THIS BATCH"
                   to ws-refuse-reason
               go to 10-check-register-exit
           end-if.

           perform varying ws-sr-idx from ws-snap-pos by 1
               until ws-sr-idx >= ws-sr-count
               add 1 to ws-sr-idx giving ws-sr-later-idx
               if ws-sr-batch(ws-sr-later-idx) = ws-batch-id
                   and ws-sr-type(ws-sr-later-idx) = "R"
                   move "BATCH IS ALREADY ROLLED BACK"
                       to ws-refuse-reason
                   go to 10-check-register-exit
               end-if
           end-perform.

           perform varying ws-sr-idx from ws-snap-pos by 1
               until ws-sr-idx >= ws-sr-count
               add 1 to ws-sr-idx giving ws-sr-later-idx
               if ws-sr-type(ws-sr-later-idx) = "S"
                   and ws-sr-batch(ws-sr-later-idx)
                       is not equal to ws-batch-id
                   perform 12-check-later-batch
                   if ws-rolled-back is not equal to "Y"
                       string "BATCH " delimited by size
                           ws-sr-batch(ws-sr-later-idx)
                               delimited by space
                           " POSTED ON TOP - ROLL IT BACK FIRST"
                               delimited by size
                           into ws-refuse-reason
                       go to 10-check-register-exit
                   end-if
               end-if
           end-perform.

       10-check-register-exit.
           exit.

      * has the later batch at ws-sr-later-idx been rolled back
      * since its snapshot?
       12-check-later-batch.
           move "N" to ws-rolled-back.
           perform varying ws-sr-scan-idx from ws-sr-later-idx by 1
               until ws-sr-scan-idx > ws-sr-count
               if ws-sr-batch(ws-sr-scan-idx) =
                   ws-sr-batch(ws-sr-later-idx)
                   and ws-sr-type(ws-sr-scan-idx) = "R"
                   move "Y" to ws-rolled-back
               end-if
           end-perform.

      * the driver keeps only the last week's snapshot copies - a
      * batch whose copies are gone can't be put back, and must not
      * be registered as if it had been
       15-check-snapshot.
           move 0 to ws-copies-found.
           open input snap-inventory-file.
           if ws-xm-file-status = "00"
               add 1 to ws-copies-found
               close snap-inventory-file
           end-if.
           open input snap-gift-card-file.
           if ws-xg-file-status = "00"
               add 1 to ws-copies-found
               close snap-gift-card-file
           end-if.
           open input snap-layaway-file.
           if ws-xl-file-status = "00"
               add 1 to ws-copies-found
               close snap-layaway-file
           end-if.
           open input snap-ar-ledger-file.
           if ws-xa-file-status = "00"
               add 1 to ws-copies-found
               close snap-ar-ledger-file
           end-if.
           open input snap-history-file.
           if ws-xc-file-status = "00"
               add 1 to ws-copies-found
               close snap-history-file
           end-if.
           open input snap-po-file.
           if ws-xp-file-status = "00"
               add 1 to ws-copies-found
               close snap-po-file
           end-if.
           open input snap-sales-file.
           if ws-xs-file-status = "00"
               add 1 to ws-copies-found
               close snap-sales-file
           end-if.
           open input snap-warranty-file.
           if ws-xw-file-status = "00"
               add 1 to ws-copies-found
               close snap-warranty-file
           end-if.
           open input snap-special-order-file.
           if ws-xo-file-status = "00"
               add 1 to ws-copies-found
               close snap-special-order-file
           end-if.
           open input snap-delivery-file.
           if ws-xd-file-status = "00"
               add 1 to ws-copies-found
               close snap-delivery-file
           end-if.
           open input snap-rain-check-file.
           if ws-xr-file-status = "00"
               add 1 to ws-copies-found
               close snap-rain-check-file
           end-if.
           open input snap-work-order-file.
           if ws-xq-file-status = "00"
               add 1 to ws-copies-found
               close snap-work-order-file
           end-if.
           open input snap-service-plan-file.
           if ws-xv-file-status = "00"
               add 1 to ws-copies-found
               close snap-service-plan-file
           end-if.
           open input snap-cycle-count-file.
           if ws-xy-file-status = "00"
               add 1 to ws-copies-found
               close snap-cycle-count-file
           end-if.
           if ws-copies-found = 0
               move "SNAPSHOT COPIES NO LONGER ON FILE"
                   to ws-refuse-reason
           end-if.

      * each restore counts and totals the live master, rebuilds it
      * record for record from the snapshot copy, and prints both
      * sides; a master with no snapshot copy (it didn't exist when
      * the batch started) is left as it stands
       20-restore-inventory.
           move "INVMASTER" to cl-master nsl-master.
           move "UNITS ON HAND" to cl-ctl-name.
           open input snap-inventory-file.
           if ws-xm-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 20-restore-inventory-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input inventory-master-file.
           if ws-im-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read inventory-master-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add im-on-hand to ws-ctl-before
                   end-read
               end-perform
               close inventory-master-file
           end-if.
           open output inventory-master-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-inventory-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xm-on-hand to ws-ctl-after
                       write inventory-master-record
                           from snap-inventory-record
               end-read
           end-perform.
           close snap-inventory-file inventory-master-file.
           perform 80-write-comparison.

       20-restore-inventory-exit.
           exit.

       22-restore-gift-cards.
           move "GCLEDGER" to cl-master nsl-master.
           move "CARD BALANCES" to cl-ctl-name.
           open input snap-gift-card-file.
           if ws-xg-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 22-restore-gift-cards-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input gift-card-file.
           if ws-gc-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read gift-card-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add gc-balance to ws-ctl-before
                   end-read
               end-perform
               close gift-card-file
           end-if.
           open output gift-card-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-gift-card-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xg-balance to ws-ctl-after
                       write gift-card-record
                           from snap-gift-card-record
               end-read
           end-perform.
           close snap-gift-card-file gift-card-file.
           perform 80-write-comparison.

       22-restore-gift-cards-exit.
           exit.

       24-restore-layaways.
           move "LAYMASTER" to cl-master nsl-master.
           move "PAID TO DATE" to cl-ctl-name.
           open input snap-layaway-file.
           if ws-xl-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 24-restore-layaways-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input layaway-master-file.
           if ws-lm-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read layaway-master-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add lm-paid-to-date to ws-ctl-before
                   end-read
               end-perform
               close layaway-master-file
           end-if.
           open output layaway-master-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-layaway-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xl-paid-to-date to ws-ctl-after
                       write layaway-master-record
                           from snap-layaway-record
               end-read
           end-perform.
           close snap-layaway-file layaway-master-file.
           perform 80-write-comparison.

       24-restore-layaways-exit.
           exit.

       26-restore-ar-ledger.
           move "ARLEDGER" to cl-master nsl-master.
           move "AR BALANCES" to cl-ctl-name.
           open input snap-ar-ledger-file.
           if ws-xa-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 26-restore-ar-ledger-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input ar-ledger-file.
           if ws-ar-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read ar-ledger-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add ar-balance to ws-ctl-before
                   end-read
               end-perform
               close ar-ledger-file
           end-if.
           open output ar-ledger-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-ar-ledger-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xa-balance to ws-ctl-after
                       write ar-ledger-record
                           from snap-ar-ledger-record
               end-read
           end-perform.
           close snap-ar-ledger-file ar-ledger-file.
           perform 80-write-comparison.

       26-restore-ar-ledger-exit.
           exit.

       28-restore-history.
           move "CUSTHIST" to cl-master nsl-master.
           move "PURCHASE AMOUNT" to cl-ctl-name.
           open input snap-history-file.
           if ws-xc-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 28-restore-history-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input cust-history-file.
           if ws-ch-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read cust-history-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add ch-purchase-amt to ws-ctl-before
                   end-read
               end-perform
               close cust-history-file
           end-if.
           open output cust-history-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-history-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xc-purchase-amt to ws-ctl-after
                       write customer-history-record
                           from snap-history-record
               end-read
           end-perform.
           close snap-history-file cust-history-file.
           perform 80-write-comparison.

       28-restore-history-exit.
           exit.

       30-restore-po-master.
           move "POMASTER" to cl-master nsl-master.
           move "UNITS RECEIVED" to cl-ctl-name.
           open input snap-po-file.
           if ws-xp-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 30-restore-po-master-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input po-master-file.
           if ws-po-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read po-master-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add po-qty-received to ws-ctl-before
                   end-read
               end-perform
               close po-master-file
           end-if.
           open output po-master-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-po-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xp-qty-received to ws-ctl-after
                       write po-master-record
                           from snap-po-record
               end-read
           end-perform.
           close snap-po-file po-master-file.
           perform 80-write-comparison.

       30-restore-po-master-exit.
           exit.

       32-restore-sales-history.
           move "SALESHIST" to cl-master nsl-master.
           move "LINE AMOUNTS" to cl-ctl-name.
           open input snap-sales-file.
           if ws-xs-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 32-restore-sales-history-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input sales-history-file.
           if ws-sh-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read sales-history-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add sh-transaction-amount to ws-ctl-before
                   end-read
               end-perform
               close sales-history-file
           end-if.
           open output sales-history-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-sales-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xs-transaction-amount to ws-ctl-after
                       write sales-history-record
                           from snap-sales-record
               end-read
           end-perform.
           close snap-sales-file sales-history-file.
           perform 80-write-comparison.

       32-restore-sales-history-exit.
           exit.

      * the warranty registry carries no amount - its record count
      * is the whole comparison
       34-restore-warranty.
           move "WARRANTY" to cl-master nsl-master.
           move "(COUNT ONLY)" to cl-ctl-name.
           open input snap-warranty-file.
           if ws-xw-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34-restore-warranty-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input warranty-file.
           if ws-wr-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read warranty-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                   end-read
               end-perform
               close warranty-file
           end-if.
           open output warranty-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-warranty-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       write warranty-record
                           from snap-warranty-record
               end-read
           end-perform.
           close snap-warranty-file warranty-file.
           perform 80-write-comparison.

       34-restore-warranty-exit.
           exit.

      * the special-order, delivery, rain-check, work-order and
      * service-plan masters and the cycle-count master are put back
      * the same way; the delivery and cycle-count masters carry no
      * amount, so their record count is the whole comparison
       34a-restore-special-orders.
           move "SOMASTER" to cl-master nsl-master.
           move "DEPOSITS HELD" to cl-ctl-name.
           open input snap-special-order-file.
           if ws-xo-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34a-restore-special-orders-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input special-order-file.
           if ws-so-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read special-order-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add so-deposit-amount to ws-ctl-before
                   end-read
               end-perform
               close special-order-file
           end-if.
           open output special-order-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-special-order-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xo-deposit-amount to ws-ctl-after
                       write special-order-record
                           from snap-special-order-record
               end-read
           end-perform.
           close snap-special-order-file special-order-file.
           perform 80-write-comparison.

       34a-restore-special-orders-exit.
           exit.

       34b-restore-deliveries.
           move "DELMASTER" to cl-master nsl-master.
           move "(COUNT ONLY)" to cl-ctl-name.
           open input snap-delivery-file.
           if ws-xd-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34b-restore-deliveries-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input delivery-file.
           if ws-dv-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read delivery-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                   end-read
               end-perform
               close delivery-file
           end-if.
           open output delivery-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-delivery-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       write delivery-record
                           from snap-delivery-record
               end-read
           end-perform.
           close snap-delivery-file delivery-file.
           perform 80-write-comparison.

       34b-restore-deliveries-exit.
           exit.

       34c-restore-rain-checks.
           move "RAINCHECK" to cl-master nsl-master.
           move "UNITS PROMISED" to cl-ctl-name.
           open input snap-rain-check-file.
           if ws-xr-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34c-restore-rain-checks-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input rain-check-file.
           if ws-rk-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read rain-check-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add rk-quantity to ws-ctl-before
                   end-read
               end-perform
               close rain-check-file
           end-if.
           open output rain-check-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-rain-check-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xr-quantity to ws-ctl-after
                       write rain-check-record
                           from snap-rain-check-record
               end-read
           end-perform.
           close snap-rain-check-file rain-check-file.
           perform 80-write-comparison.

       34c-restore-rain-checks-exit.
           exit.

       34d-restore-work-orders.
           move "WORKORDER" to cl-master nsl-master.
           move "REPAIR CHARGES" to cl-ctl-name.
           open input snap-work-order-file.
           if ws-xq-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34d-restore-work-orders-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input work-order-file.
           if ws-wo-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read work-order-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add wo-charge to ws-ctl-before
                   end-read
               end-perform
               close work-order-file
           end-if.
           open output work-order-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-work-order-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xq-charge to ws-ctl-after
                       write work-order-record
                           from snap-work-order-record
               end-read
           end-perform.
           close snap-work-order-file work-order-file.
           perform 80-write-comparison.

       34d-restore-work-orders-exit.
           exit.

       34e-restore-service-plans.
           move "SVCPLAN" to cl-master nsl-master.
           move "PLAN PRICES" to cl-ctl-name.
           open input snap-service-plan-file.
           if ws-xv-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34e-restore-service-plans-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input service-plan-file.
           if ws-sv-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read service-plan-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                           add svc-price to ws-ctl-before
                   end-read
               end-perform
               close service-plan-file
           end-if.
           open output service-plan-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-service-plan-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       add xv-price to ws-ctl-after
                       write service-plan-record
                           from snap-service-plan-record
               end-read
           end-perform.
           close snap-service-plan-file service-plan-file.
           perform 80-write-comparison.

       34e-restore-service-plans-exit.
           exit.

       34f-restore-cycle-counts.
           move "CCMASTER" to cl-master nsl-master.
           move "(COUNT ONLY)" to cl-ctl-name.
           open input snap-cycle-count-file.
           if ws-xy-file-status is not equal to "00"
               write report-line from ws-no-snapshot-line
                   after advancing 1 line
               go to 34f-restore-cycle-counts-exit
           end-if.
           move 0 to ws-count-before ws-count-after.
           move 0 to ws-ctl-before ws-ctl-after.
           open input cycle-count-file.
           if ws-cc-file-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag = "Y"
                   read cycle-count-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-count-before
                   end-read
               end-perform
               close cycle-count-file
           end-if.
           open output cycle-count-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read snap-cycle-count-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-count-after
                       write cycle-count-record
                           from snap-cycle-count-record
               end-read
           end-perform.
           close snap-cycle-count-file cycle-count-file.
           perform 80-write-comparison.

       34f-restore-cycle-counts-exit.
           exit.

      * each journal is copied out through the work file without the
      * batch's lines, then copied back - only when there were any
       40-trim-ar-journal.
           move "AR JOURNAL" to jl-journal.
           move 0 to ws-lines-removed.
           open input ar-journal-file.
           if ws-aj-file-status is not equal to "00"
               go to 40-trim-ar-journal-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read ar-journal-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if aj-batch-id = ws-batch-id
                           add 1 to ws-lines-removed
                       else
                           write work-journal-record
                               from ar-journal-record
                       end-if
               end-read
           end-perform.
           close ar-journal-file work-file.
           move ws-lines-removed to jl-removed.
           write report-line from ws-journal-line
               after advancing 1 line.
           if ws-lines-removed = 0
               go to 40-trim-ar-journal-exit
           end-if.
           open input work-file.
           open output ar-journal-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write ar-journal-record
                           from work-journal-record
               end-read
           end-perform.
           close work-file ar-journal-file.

       40-trim-ar-journal-exit.
           exit.

       42-trim-stock-movement.
           move "STOCK MOVEMENT" to jl-journal.
           move 0 to ws-lines-removed.
           open input stock-movement-file.
           if ws-sk-file-status is not equal to "00"
               go to 42-trim-stock-movement-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read stock-movement-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if sk-batch-id = ws-batch-id
                           add 1 to ws-lines-removed
                       else
                           write work-movement-record
                               from stock-movement-record
                       end-if
               end-read
           end-perform.
           close stock-movement-file work-file.
           move ws-lines-removed to jl-removed.
           write report-line from ws-journal-line
               after advancing 1 line.
           if ws-lines-removed = 0
               go to 42-trim-stock-movement-exit
           end-if.
           open input work-file.
           open output stock-movement-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write stock-movement-record
                           from work-movement-record
               end-read
           end-perform.
           close work-file stock-movement-file.

       42-trim-stock-movement-exit.
           exit.

       44-trim-receipt-history.
           move "RECEIPT HISTORY" to jl-journal.
           move 0 to ws-lines-removed.
           open input receipt-history-file.
           if ws-rv-file-status is not equal to "00"
               go to 44-trim-receipt-history-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read receipt-history-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if rv-batch-id = ws-batch-id
                           add 1 to ws-lines-removed
                       else
                           write work-receipt-record
                               from receipt-history-record
                       end-if
               end-read
           end-perform.
           close receipt-history-file work-file.
           move ws-lines-removed to jl-removed.
           write report-line from ws-journal-line
               after advancing 1 line.
           if ws-lines-removed = 0
               go to 44-trim-receipt-history-exit
           end-if.
           open input work-file.
           open output receipt-history-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write receipt-history-record
                           from work-receipt-record
               end-read
           end-perform.
           close work-file receipt-history-file.

       44-trim-receipt-history-exit.
           exit.

       46-trim-consign-accrual.
           move "CONSIGN ACCRUAL" to jl-journal.
           move 0 to ws-lines-removed.
           open input consign-accrual-file.
           if ws-ca-file-status is not equal to "00"
               go to 46-trim-consign-accrual-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read consign-accrual-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if ca-batch-id = ws-batch-id
                           add 1 to ws-lines-removed
                       else
                           write work-consign-record
                               from consign-accrual-record
                       end-if
               end-read
           end-perform.
           close consign-accrual-file work-file.
           move ws-lines-removed to jl-removed.
           write report-line from ws-journal-line
               after advancing 1 line.
           if ws-lines-removed = 0
               go to 46-trim-consign-accrual-exit
           end-if.
           open input work-file.
           open output consign-accrual-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write consign-accrual-record
                           from work-consign-record
               end-read
           end-perform.
           close work-file consign-accrual-file.

       46-trim-consign-accrual-exit.
           exit.

       48-trim-eco-fee-accrual.
           move "ECO FEE ACCRUAL" to jl-journal.
           move 0 to ws-lines-removed.
           open input eco-fee-accrual-file.
           if ws-ea-file-status is not equal to "00"
               go to 48-trim-eco-fee-accrual-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read eco-fee-accrual-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if ea-batch-id = ws-batch-id
                           add 1 to ws-lines-removed
                       else
                           write work-eco-fee-record
                               from eco-fee-accrual-record
                       end-if
               end-read
           end-perform.
           close eco-fee-accrual-file work-file.
           move ws-lines-removed to jl-removed.
           write report-line from ws-journal-line
               after advancing 1 line.
           if ws-lines-removed = 0
               go to 48-trim-eco-fee-accrual-exit
           end-if.
           open input work-file.
           open output eco-fee-accrual-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write eco-fee-accrual-record
                           from work-eco-fee-record
               end-read
           end-perform.
           close work-file eco-fee-accrual-file.

       48-trim-eco-fee-accrual-exit.
           exit.

      * the markers that tell a rerun the masters already carry the
      * batch, and the driver's step status, no longer tell the
      * truth - CBL_DELETE_FILE (the runtime routine ArchivePurge
      * uses) takes them away so the rerun posts again from the top
       50-remove-markers.
           move "laypost_" to ml2-marker.
           perform 52-remove-one-marker.
           move "invpost_" to ml2-marker.
           perform 52-remove-one-marker.
           move "porecv_" to ml2-marker.
           perform 52-remove-one-marker.
           move "arpost_" to ml2-marker.
           perform 52-remove-one-marker.
           move "delpost_" to ml2-marker.
           perform 52-remove-one-marker.
           move "physcycle_" to ml2-marker.
           perform 52-remove-one-marker.
           move "stepstatus_" to ml2-marker.
           perform 52-remove-one-marker.

       52-remove-one-marker.
           move spaces to ws-marker-filename.
           string "../../../data/" delimited by size
               ml2-marker delimited by space
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-marker-filename.
           call "CBL_DELETE_FILE" using ws-marker-filename
               returning ws-delete-result
           end-call.
           if ws-delete-result = 0
               move ws-marker-filename(15:40) to ml2-marker
               write report-line from ws-marker-line
                   after advancing 1 line
           end-if.

      * an R entry closes the batch's snapshot - the next run of the
      * batch takes a fresh one, and an earlier batch can now be
      * rolled back past this one
       60-register-rollback.
           open extend snapshot-register-file.
           if ws-sr-file-status is not equal to "00"
               open output snapshot-register-file
           end-if.
           move ws-batch-id to sr-batch-id.
           accept sr-date from date yyyymmdd.
           accept ws-clock-time from time.
           move ws-clock-time(1:6) to sr-time.
           move "R" to sr-type.
           write snapshot-register-record.
           close snapshot-register-file.

       80-write-comparison.
           move ws-count-before to cl-count-before.
           move ws-count-after to cl-count-after.
           move ws-ctl-before to cl-ctl-before.
           move ws-ctl-after to cl-ctl-after.
           write report-line from ws-comparison-line
               after advancing 1 line.
           add 1 to ws-masters-restored.
           add ws-count-after to ws-records-restored.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="BATCHROLLBACK"==.
