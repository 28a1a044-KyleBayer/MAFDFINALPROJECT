      * department valued at retail. The counts used to go into a
      * spreadsheet while the master kept its stale numbers. Run on
      * demand after a count, not part of the nightly chain.
      * The daily cycle counts off CycleCount's lists post the same
      * way as partial counts:
      *     PhysCount <batch-id> CYCLE
      * reads cyclecounts_<batch>.dat instead of the wall-to-wall
      * upload. Either kind stamps the cycle-count master with the
      * count date and whether the shelf agreed with the book, and
      * the count accuracy by store prints at the foot.

       environment division.
       configuration section.
           record key is sm-sku-code
           file status is ws-skm-file-status.

      * permanent stock-ledger movement journal - every posted variance
      * is shrink (or found stock) the month-end StockLedger rolls
           select stock-move-file
           assign to "../../../data/stkmove.dat"
           organization is line sequential
           file status is ws-sk-file-status.

      * cycle-count master - the count date and the accuracy
      * counters for every position counted
           select cycle-count-file
           assign to "../../../data/ccmaster.dat"
           organization is indexed
           access mode is random
           record key is cc-store-sku-key
           file status is ws-cc-file-status.

      * one-line marker written after this count has been posted - a
      * rerun of the same batch must not post the variances again
           select post-marker-file
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd stock-move-file
           data record is stock-movement-record
           record contains 42 characters.
       copy "../copybooks/STKMOVE.cpy".

       fd cycle-count-file
           data record is cycle-count-record.
       copy "../copybooks/CCMAST.cpy".

       fd post-marker-file
           data record is post-marker-record
           record contains 8 characters.
       77 ws-batch-run-date            pic 9(8)
           value 0.

      * a second argument of CYCLE posts the day's cycle counts
      * instead of a wall-to-wall count - read via ARGUMENT-NUMBER
      * the same way EDITS reads its RESUBMIT switch
       77 ws-arg-num                   pic 9
           value 0.
       77 ws-count-mode                pic x(5)
           value spaces.

       77 ws-count-filename            pic x(44)
           value spaces.
       77 ws-post-marker-filename      pic x(44)
           value "N".
       77 ws-pm-file-status            pic xx
           value spaces.
       77 ws-sk-file-status            pic xx
           value spaces.
       77 ws-cc-file-status            pic xx
           value spaces.
       77 ws-cc-file-available         pic x
           value "N".
       77 ws-eof-flag                  pic x
           value "N".

       77 ws-st-found                  pic x
           value "N".

      * count accuracy per store - lines counted, and how many the
      * book already had right
       77 ws-ac-count                  pic 9(3)
           value 0.
       01 ws-accuracy-table.
           05 ws-ac-entry
               occurs 1 to 99 times depending on ws-ac-count.
               10 ws-ac-store          pic xx.
               10 ws-ac-counted        pic 9(7).
               10 ws-ac-exact          pic 9(7).
       77 ws-ac-idx                    pic 9(3)
           value 0.
       77 ws-ac-found                  pic x
           value "N".
       77 ws-accuracy-pct              pic 9(3)v9
           value 0.

       77 ws-total-units               pic s9(9)
           value 0.
       77 ws-total-value               pic s9(9)v99
           value 0.

       01 ws-report-heading.
           05 rh-title                 pic x(30)
               value "PHYSICAL COUNT POSTING - CYCLE".
           05 filler                   pic x(2)
               value spaces.
           05 gt-value                 pic ---,---,--9.99
               value zero.

       01 ws-accuracy-heading.
           05 filler                   pic x(45)
               value "COUNT ACCURACY BY STORE (COUNT = BOOK)".

       01 ws-accuracy-detail.
           05 filler                   pic x(8)
               value "STORE ".
           05 ad-store                 pic xx
               value spaces.
           05 filler                   pic x(11)
               value "  COUNTED: ".
           05 ad-counted               pic zzzzzz9
               value 0.
           05 filler                   pic x(9)
               value "  EXACT: ".
           05 ad-exact                 pic zzzzzz9
               value 0.
           05 filler                   pic x(12)
               value "  ACCURACY: ".
           05 ad-accuracy              pic zz9.9
               value 0.
           05 filler                   pic x
               value "%".

       01 ws-counts-total-detail.
           05 filler                   pic x(24)
               value "COUNT LINES READ: ".

           open output report-file.
           move ws-batch-id to rh-batch-id.
           if ws-count-mode = "CYCLE"
               move "CYCLE COUNT POSTING - BATCH" to rh-title
           end-if.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

               move "Y" to ws-skm-file-available
           end-if.

      * the cycle master is created by whichever of this and
      * CycleCount runs first
           open i-o cycle-count-file.
           if ws-cc-file-status = "35"
               open output cycle-count-file
               close cycle-count-file
               open i-o cycle-count-file
           end-if.
           if ws-cc-file-status = "00"
               move "Y" to ws-cc-file-available
           end-if.

           if ws-already-posted is not equal to "Y"
               open extend stock-move-file
               if ws-sk-file-status is not equal to "00"
                   open output stock-move-file
               end-if
           end-if.

           read count-file at end move "Y" to ws-eof-flag.
           perform 20-process-one-count
               thru 20-process-exit
               until ws-eof-flag = "Y".
           close count-file inventory-master-file.
           if ws-already-posted is not equal to "Y"
               close stock-move-file
           end-if.
           if ws-skm-file-available = "Y"
               close sku-master-file
           end-if.
           if ws-cc-file-available = "Y"
               close cycle-count-file
           end-if.

           perform 40-output-shrink-report.
           perform 45-output-accuracy.

           move ws-counts-read to cr-count.
           move ws-variance-count to cr-variances.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step - plus the optional CYCLE
      * switch, which has its own upload, marker and report so a
      * cycle count and a wall-to-wall count can't collide
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               move ws-batch-run-date to ws-batch-id
           end-if.

           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-count-mode from argument-value
               on exception
                   move spaces to ws-count-mode
           end-accept.

           if ws-count-mode = "CYCLE"
               string "../../../data/cyclecounts_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-count-filename
               string "../../../data/physcycle_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-post-marker-filename
               string "../../../data/PhysCycle_" delimited by size
                   ws-batch-id delimited by space
                   ".out" delimited by size
                   into ws-report-filename
           else
               string "../../../data/counts_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-count-filename
               string "../../../data/physcount_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-post-marker-filename
               string "../../../data/PhysCount_" delimited by size
                   ws-batch-id delimited by space
                   ".out" delimited by size
                   into ws-report-filename
           end-if.

      * one count line: fetch the book figure, work the variance,
      * post the counted quantity into the master (unless this cycle

           compute ws-variance-units =
               ct-counted-qty - ws-book-on-hand.
           perform 26-fold-accuracy.
           if ws-already-posted is not equal to "Y"
               and ws-cc-file-available = "Y"
               perform 27-stamp-cycle-master
           end-if.
           if ws-variance-units = 0
               go to 20-process-exit
           end-if.
           write report-line from ws-variance-detail
               after advancing 1 line.

           if ws-already-posted is not equal to "Y"
               and ws-sk-file-status = "00"
               move ct-store-number to sk-store-number
               move ct-sku-code to sk-sku-code
               move "K" to sk-movement-type
               move ws-variance-units to sk-units
               move ct-count-date to sk-movement-date
               move ws-batch-id to sk-batch-id
               write stock-movement-record
           end-if.

           perform 30-fold-into-rollups.

       20-process-exit.
           read count-file at end move "Y" to ws-eof-flag.

       26-fold-accuracy.
           move "N" to ws-ac-found.
           perform varying ws-ac-idx from 1 by 1
               until ws-ac-idx > ws-ac-count
               if ct-store-number = ws-ac-store(ws-ac-idx)
                   move "Y" to ws-ac-found
                   add 1 to ws-ac-counted(ws-ac-idx)
                   if ws-variance-units = 0
                       add 1 to ws-ac-exact(ws-ac-idx)
                   end-if
               end-if
           end-perform.
           if ws-ac-found is not equal to "Y"
               and ws-ac-count < 99
               add 1 to ws-ac-count
               move ct-store-number to ws-ac-store(ws-ac-count)
               move 1 to ws-ac-counted(ws-ac-count)
               move 0 to ws-ac-exact(ws-ac-count)
               if ws-variance-units = 0
                   move 1 to ws-ac-exact(ws-ac-count)
               end-if
           end-if.

      * the count date resets the position's cycle, and the match
      * (or miss) goes into its accuracy counters
       27-stamp-cycle-master.
           move ct-store-number to cc-store-number.
           move ct-sku-code to cc-sku-code.
           read cycle-count-file
               invalid key
                   move ct-store-number to cc-store-number
                   move ct-sku-code to cc-sku-code
                   move space to cc-abc-class
                   move 0 to cc-sales-dollars cc-last-listed
                   move ct-count-date to cc-last-counted
                   move 1 to cc-count-total
                   move 0 to cc-count-exact
                   if ws-variance-units = 0
                       move 1 to cc-count-exact
                   end-if
                   write cycle-count-record
               not invalid key
                   move ct-count-date to cc-last-counted
                   add 1 to cc-count-total
                   if ws-variance-units = 0
                       add 1 to cc-count-exact
                   end-if
                   rewrite cycle-count-record
           end-read.

       30-fold-into-rollups.
           move "N" to ws-sd-found.
           perform varying ws-sd-idx from 1 by 1
           write report-line from ws-grand-total-detail
               after advancing 2 lines.

      * how often the book was already right, store by store - the
      * number the cycle counting is meant to drive up
       45-output-accuracy.
           write report-line from ws-accuracy-heading
               after advancing 2 lines.
           perform varying ws-ac-idx from 1 by 1
               until ws-ac-idx > ws-ac-count
               move ws-ac-store(ws-ac-idx) to ad-store
               move ws-ac-counted(ws-ac-idx) to ad-counted
               move ws-ac-exact(ws-ac-idx) to ad-exact
               compute ws-accuracy-pct rounded =
                   ws-ac-exact(ws-ac-idx) * 100
                   / ws-ac-counted(ws-ac-idx)
               move ws-accuracy-pct to ad-accuracy
               write report-line from ws-accuracy-detail
                   after advancing 1 line
           end-perform.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="PHYSCOUNT"==.

