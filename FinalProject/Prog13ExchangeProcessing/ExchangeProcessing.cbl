           organization is line sequential
           file status is ws-rl-file-status.

      * input-file declaration - exchanges.dat already re-ordered by
      * store number by the SplitSort step that runs right after
      * DataSplitCount, so this program never sorts anything itself
      * and the store control break below always sees stores in
      * sequence
           select input-file
           assign to dynamic ws-exchanges-sorted-filename
           organization is line sequential
           file status is ws-if-file-status.

           select output-file
           assign to dynamic ws-output-filename

       fd input-file
           data record is input-line
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy".

       fd output-file
           data record is print-line
           record contains 100 characters.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-exchanges-sorted-filename pic x(44)
           value spaces.
       77 ws-if-file-status            pic xx
           value spaces.
       77 ws-output-filename           pic x(44)
           value spaces.
       77 ws-recon-count-filename      pic x(44)
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

      * open files
           open input input-file.
           if ws-if-file-status is not equal to "00"
               display "EXCHANGEPROCESSING: SORTED INPUT MISSING - "
                   "RUN SPLITSORT FIRST" upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.
           open output output-file.

           open input sku-master-file.
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/exchanges_sorted_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
