           organization is line sequential
           file status is ws-rl-file-status.

      * input-file declaration - salelayaways.dat already re-ordered
      * by store then invoice number (an invoice's "D" lines still
      * ahead of its "H" header) by the SplitSort step that runs
      * right after DataSplitCount, so this program never sorts
      * anything itself and control breaks in 13-check-store-break
      * stay in sequence
           select input-file
           assign to dynamic ws-sale-layaway-sorted-filename
           organization is line sequential
           file status is ws-if-file-status.

      * machine-readable count of records printed, read back by the
      * pipeline reconciliation program

       fd input-file
           data record is input-line
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy".

       fd output-file
           data record is print-line
           record contains 150 characters.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-sale-layaway-sorted-filename pic x(60)
           value spaces.
       77 ws-if-file-status            pic xx
           value spaces.
       77 ws-recon-count-filename      pic x(40)
           value spaces.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open input input-file.
           if ws-if-file-status is not equal to "00"
               display "SLPROCESSING: SORTED INPUT MISSING - "
                   "RUN SPLITSORT FIRST" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.
           open output output-file csv-file.

           perform 02-load-tax-rate.
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/salelayaways_sorted_"
               delimited by size
               ws-batch-id delimited by space
