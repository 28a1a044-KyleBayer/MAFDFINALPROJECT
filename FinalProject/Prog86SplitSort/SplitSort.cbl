       identification division.
       program-id. SplitSort.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-sixth program in our MAFD 4201 Final
      * Project. SLProcessingProgram, TypeRProcessing, VoidProcessing
      * and ExchangeProcessing each used to SORT their own split file
      * into store (and invoice) sequence with their own sort work
      * file, and on a big day those sorts were most of the batch
      * window. This chain step runs once, right after
      * DataSplitCount, and writes the four sequenced files - the
      * same <split>_sorted_<batch-id> files, on the same keys, the
      * report programs used to produce for themselves - so every
      * downstream program just reads them in order and the reports
      * come out exactly as before.

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

      * the split files as DataSplitCount writes them, unsorted -
      * read only by the SORT statements' USING clauses
           select sale-layaway-file
           assign to dynamic ws-sale-layaway-filename
           organization is line sequential
           file status is ws-sl-file-status.

           select returns-file
           assign to dynamic ws-returns-filename
           organization is line sequential
           file status is ws-rt-file-status.

           select voids-file
           assign to dynamic ws-voids-filename
           organization is line sequential
           file status is ws-vd-file-status.

           select exchanges-file
           assign to dynamic ws-exchanges-filename
           organization is line sequential
           file status is ws-ex-file-status.

      * the sequenced files the report programs read - the SORTs'
      * GIVING targets
           select sale-layaway-sorted-file
           assign to dynamic ws-sale-layaway-sorted-filename
           organization is line sequential.

           select returns-sorted-file
           assign to dynamic ws-returns-sorted-filename
           organization is line sequential.

           select voids-sorted-file
           assign to dynamic ws-voids-sorted-filename
           organization is line sequential.

           select exchanges-sorted-file
           assign to dynamic ws-exchanges-sorted-filename
           organization is line sequential.

           select sort-work-file
           assign to "../../../data/sortwork.tmp".

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd sale-layaway-file
           data record is sl-input-line
           record contains 153 characters.
       01 sl-input-line                pic x(153).

       fd returns-file
           data record is rt-input-line
           record contains 153 characters.
       01 rt-input-line                pic x(153).

       fd voids-file
           data record is vd-input-line
           record contains 153 characters.
       01 vd-input-line                pic x(153).

       fd exchanges-file
           data record is ex-input-line
           record contains 153 characters.
       01 ex-input-line                pic x(153).

       fd sale-layaway-sorted-file
           data record is sls-output-line
           record contains 153 characters.
       01 sls-output-line              pic x(153).

       fd returns-sorted-file
           data record is rts-output-line
           record contains 153 characters.
       01 rts-output-line              pic x(153).

       fd voids-sorted-file
           data record is vds-output-line
           record contains 153 characters.
       01 vds-output-line              pic x(153).

       fd exchanges-sorted-file
           data record is exs-output-line
           record contains 153 characters.
       01 exs-output-line              pic x(153).

       sd sort-work-file
           data record is sw-sort-record.

      * only the fields the SORTs key on are named - the rest of the
      * shared record layout rides along in the filler, so a layout
      * change past the invoice number doesn't touch this record
       01 sw-sort-record.
           05 sw-transaction-code      pic X.
           05 sw-transaction-amount    pic 9(5)V99.
           05 sw-payment-type          pic XX.
           05 sw-store-number          pic XX.
           05 sw-invoice-number        pic X(9).
           05 filler                   pic x(132).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-sale-layaway-filename     pic x(60)
           value spaces.
       77 ws-returns-filename          pic x(60)
           value spaces.
       77 ws-voids-filename            pic x(60)
           value spaces.
       77 ws-exchanges-filename        pic x(60)
           value spaces.
       77 ws-sale-layaway-sorted-filename pic x(60)
           value spaces.
       77 ws-returns-sorted-filename   pic x(60)
           value spaces.
       77 ws-voids-sorted-filename     pic x(60)
           value spaces.
       77 ws-exchanges-sorted-filename pic x(60)
           value spaces.

       77 ws-sl-file-status            pic xx
           value spaces.
       77 ws-rt-file-status            pic xx
           value spaces.
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-ex-file-status            pic xx
           value spaces.
       77 ws-files-sorted              pic 9
           value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

      * store then invoice number, so Prog3Report.out prints in a
      * useful order and its store control break always sees stores
      * in sequence. DUPLICATES IN ORDER matters: the line-level tax
      * folds an invoice's "D" lines into a taxable base the "H"
      * header taxes, so the D-before-H order the valid-file delivers
      * must survive the sort
           open input sale-layaway-file.
           if ws-sl-file-status = "00"
               close sale-layaway-file
               sort sort-work-file
                   on ascending key sw-store-number sw-invoice-number
                   with duplicates in order
                   using sale-layaway-file
                   giving sale-layaway-sorted-file
               add 1 to ws-files-sorted
           else
               open output sale-layaway-sorted-file
               close sale-layaway-sorted-file
           end-if.

      * store number, duplicates in order for the same reason - the
      * refunded tax folds a return's "D" lines into the base its
      * header refunds against
           open input returns-file.
           if ws-rt-file-status = "00"
               close returns-file
               sort sort-work-file
                   on ascending key sw-store-number
                   with duplicates in order
                   using returns-file
                   giving returns-sorted-file
               add 1 to ws-files-sorted
           else
               open output returns-sorted-file
               close returns-sorted-file
           end-if.

      * store number, for VoidProcessing's and ExchangeProcessing's
      * store control breaks
           open input voids-file.
           if ws-vd-file-status = "00"
               close voids-file
               sort sort-work-file
                   on ascending key sw-store-number
                   using voids-file
                   giving voids-sorted-file
               add 1 to ws-files-sorted
           else
               open output voids-sorted-file
               close voids-sorted-file
           end-if.

           open input exchanges-file.
           if ws-ex-file-status = "00"
               close exchanges-file
               sort sort-work-file
                   on ascending key sw-store-number
                   using exchanges-file
                   giving exchanges-sorted-file
               add 1 to ws-files-sorted
           else
               open output exchanges-sorted-file
               close exchanges-sorted-file
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-files-sorted to ws-rl-records-written.
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

           string "../../../data/salelayaways_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-sale-layaway-filename.
           string "../../../data/salelayaways_sorted_"
               delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-sale-layaway-sorted-filename.
           string "../../../data/returns_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-returns-filename.
           string "../../../data/returns_sorted_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-returns-sorted-filename.
           string "../../../data/voids_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-voids-filename.
           string "../../../data/voids_sorted_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-voids-sorted-filename.
           string "../../../data/exchanges_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-exchanges-filename.
           string "../../../data/exchanges_sorted_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-exchanges-sorted-filename.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="SPLITSORT"==.

       end program SplitSort.
