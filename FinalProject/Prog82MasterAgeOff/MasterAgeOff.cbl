       identification division.
       program-id. MasterAgeOff.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-second program in our MAFD 4201 Final
      * Project. ArchivePurge ages off the daily batch files, but the
      * permanent masters only ever grew - every sale since day one
      * in the sales history, every closed and cancelled layaway,
      * every zero-balance gift card, every closed PO line and every
      * warranty long past its term - and every indexed read paid for
      * them. This is the age-off run for the masters: a retention
      * table gives each master its own age limit, and anything past
      * it is moved (not dropped) into a dated history archive,
      * agedoff_<master>_<run-date>.dat, and noted in the age-off
      * register ArchiveInquiry and InvoiceLookup walk. A record
      * still referenced by an open record stays where it is - a
      * sale on an open layaway, a scheduled delivery or a warranty
      * still registered; a layaway with a delivery still to make;
      * a PO line an open special order is waiting on. Moving
      * records out of the masters is master maintenance, so it
      * takes the maintenance permission off the operator master.
      * Run on demand as
      *     MasterAgeOff <operator-id>

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

      * operator master - who may age records off the masters; while
      * the master doesn't exist the run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * retention table - one line per master with its age limit in
      * days, so ops can tighten or loosen it without recompiling;
      * same idea as ArchivePurge's retentiondays.dat. A master not
      * on the file keeps its compiled-in default, and zero days
      * means never age that master off.
           select retention-file
           assign to "../../../data/masterretention.dat"
           organization is line sequential
           file status is ws-ret-file-status.

      * the age-off register - one line per dated archive written
           select age-off-log-file
           assign to "../../../data/agedofflog.dat"
           organization is line sequential
           file status is ws-ao-file-status.

      * the five masters, each walked start to end with the aged
      * records deleted as they go
           select warranty-file
           assign to "../../../data/warranty.dat"
           organization is indexed
           access mode is sequential
           record key is wr-serial-number
           file status is ws-wr-file-status.

           select sales-history-file
           assign to "../../../data/saleshist.dat"
           organization is indexed
           access mode is sequential
           record key is sh-invoice-key
           file status is ws-sh-file-status.

           select layaway-master-file
           assign to "../../../data/laymaster.dat"
           organization is indexed
           access mode is sequential
           record key is lm-invoice-number
           file status is ws-lm-file-status.

           select gift-card-file
           assign to "../../../data/gcledger.dat"
           organization is indexed
           access mode is sequential
           record key is gc-card-number
           file status is ws-gc-file-status.

           select po-master-file
           assign to "../../../data/pomaster.dat"
           organization is indexed
           access mode is sequential
           record key is po-line-key
           file status is ws-po-file-status.

      * the open records that hold an aged record in place - the
      * layaway master read by invoice while the sales history is
      * walked, the delivery master, and the special orders
           select layaway-ref-file
           assign to "../../../data/laymaster.dat"
           organization is indexed
           access mode is random
           record key is lr-invoice-number
           file status is ws-lr-file-status.

           select delivery-file
           assign to "../../../data/delmaster.dat"
           organization is indexed
           access mode is random
           record key is dv-invoice-number
           file status is ws-dv-file-status.

           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is sequential
           record key is so-order-number
           file status is ws-so-file-status.

      * the dated history archive - reopened per master through the
      * dynamic name, the same generic-file idea as ArchivePurge's
      * copy pair
           select age-off-archive-file
           assign to dynamic ws-archive-filename
           organization is line sequential
           file status is ws-arc-file-status.

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

       fd retention-file
           data record is retention-record.
       01 retention-record.
           05 rt-master                pic x(12).
           05 rt-days                  pic 9(5).

       fd age-off-log-file
           data record is age-off-log-record
           record contains 27 characters.
       copy "../copybooks/AGEOFFLG.cpy".

       fd warranty-file
           data record is warranty-record.
       copy "../copybooks/WARRANTY.cpy".

       fd sales-history-file
           data record is sales-history-record.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==sh==
                     ==input-line== by ==sales-history-record==.

       fd layaway-master-file
           data record is layaway-master-record.
       copy "../copybooks/LAYMAST.cpy".

       fd gift-card-file
           data record is gift-card-record.
       copy "../copybooks/GCLEDGER.cpy".

       fd po-master-file
           data record is po-master-record.
       copy "../copybooks/POMAST.cpy".

       fd layaway-ref-file
           data record is layaway-ref-record.
       copy "../copybooks/LAYMAST.cpy"
           replacing ==layaway-master-record== by ==layaway-ref-record==
                     leading ==lm== by ==lr==.

       fd delivery-file
           data record is delivery-record.
       copy "../copybooks/DELVMAST.cpy".

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

       fd age-off-archive-file
           data record is age-off-archive-line
           record contains 153 characters.
       01 age-off-archive-line         pic x(153).

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

       01 ws-operator-line.
           05 filler                   pic x(10)
               value "OPERATOR: ".
           05 ol2-operator             pic x(4)
               value spaces.

      * the run date names the archives and stands in for the
      * batch-id in the run history
       77 ws-today                     pic 9(8)
           value 0.
       77 ws-batch-id                  pic x(8)
           value spaces.

       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-archive-filename          pic x(52)
           value spaces.

       77 ws-ret-file-status           pic xx
           value spaces.
       77 ws-ao-file-status            pic xx
           value spaces.
       77 ws-wr-file-status            pic xx
           value spaces.
       77 ws-sh-file-status            pic xx
           value spaces.
       77 ws-lm-file-status            pic xx
           value spaces.
       77 ws-gc-file-status            pic xx
           value spaces.
       77 ws-po-file-status            pic xx
           value spaces.
       77 ws-lr-file-status            pic xx
           value spaces.
       77 ws-lr-file-available         pic x
           value "N".
       77 ws-dv-file-status            pic xx
           value spaces.
       77 ws-dv-file-available         pic x
           value "N".
       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-arc-file-status           pic xx
           value spaces.
       77 ws-arc-file-open             pic x
           value "N".
       77 ws-eof-flag                  pic x
           value "N".

      * the retention table - compiled-in defaults, overridden line
      * by line from masterretention.dat
       01 ws-retention-defaults.
           05 filler                   pic x(17)
               value "warranty    01825".
           05 filler                   pic x(17)
               value "saleshist   01095".
           05 filler                   pic x(17)
               value "laymaster   00730".
           05 filler                   pic x(17)
               value "gcledger    01095".
           05 filler                   pic x(17)
               value "pomaster    00730".
       01 ws-retention-table redefines ws-retention-defaults.
           05 ws-ret-entry             occurs 5 times.
               10 ws-ret-master        pic x(12).
               10 ws-ret-days          pic 9(5).
       77 ws-ret-idx                   pic 9
           value 0.

      * the master being aged off - its slot in the retention table
      * and its counts, printed and reset per master
       77 ws-master-idx                pic 9
           value 0.
       77 ws-read-count                pic 9(7)
           value 0.
       77 ws-moved-count               pic 9(7)
           value 0.
       77 ws-held-count                pic 9(7)
           value 0.
       77 ws-total-moved               pic 9(7)
           value 0.
       77 ws-total-read                pic 9(7)
           value 0.

      * age in days of the record being looked at - an absent or
      * unusable date leaves it at zero, so the record stays
       77 ws-age-date                  pic 9(8)
           value 0.
       77 ws-age-days                  pic s9(7)
           value 0.
       77 ws-past-retention            pic x
           value "N".
       77 ws-referenced                pic x
           value "N".

      * invoices of warranties kept on the registry that are old
      * enough for their sale to be aged off - a warranty still
      * registered holds its sale in the sales history
       77 ws-kw-count                  pic 9(5)
           value 0.
       01 ws-kept-warranty-table.
           05 ws-kw-invoice            pic x(9)
               occurs 1 to 20000 times depending on ws-kw-count.
       77 ws-kw-idx                    pic 9(5)
           value 0.

      * PO numbers an open special order is still waiting on
       77 ws-sp-count                  pic 9(4)
           value 0.
       01 ws-so-po-table.
           05 ws-sp-po-number          pic x(8)
               occurs 1 to 5000 times depending on ws-sp-count.
       77 ws-sp-idx                    pic 9(4)
           value 0.

      * the age-off register as it stood, so a second run the same
      * day adds to its archive without a second register line
       77 ws-ao-count                  pic 9(5)
           value 0.
       01 ws-ao-table.
           05 ws-ao-entry
               occurs 1 to 20000 times depending on ws-ao-count.
               10 ws-ao-master         pic x(12).
               10 ws-ao-run-date       pic 9(8).
       77 ws-ao-idx                    pic 9(5)
           value 0.
       77 ws-ao-found                  pic x
           value "N".

       01 ws-report-heading.
           05 filler                   pic x(20)
               value "MASTER AGE-OFF RUN: ".
           05 rh-run-date              pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(12)
               value "MASTER".
           05 filler                   pic x(8)
               value "  RETAIN".
           05 filler                   pic x(10)
               value "      READ".
           05 filler                   pic x(10)
               value "     MOVED".
           05 filler                   pic x(10)
               value "   HELD(*)".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(12)
               value "ARCHIVE FILE".

       01 ws-master-line.
           05 ml-master                pic x(12)
               value spaces.
           05 ml-days                  pic zzzzzzz9
               value 0.
           05 ml-read                  pic zzzzzzzzz9
               value 0.
           05 ml-moved                 pic zzzzzzzzz9
               value 0.
           05 ml-held                  pic zzzzzzzzz9
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 ml-archive               pic x(40)
               value spaces.

       01 ws-missing-line.
           05 mis-master               pic x(12)
               value spaces.
           05 filler                   pic x(20)
               value "  (NOT ON FILE)".

       01 ws-never-line.
           05 nv-master                pic x(12)
               value spaces.
           05 filler                   pic x(40)
               value "  RETENTION 0 - NEVER AGED OFF".

       01 ws-held-note.
           05 filler                   pic x(45)
               value "(*) PAST RETENTION BUT HELD BY AN OPEN RECORD".

       01 ws-total-line.
           05 filler                   pic x(20)
               value "RECORDS MOVED:".
           05 tl-moved                 pic zzzzzz9
               value 0.

       procedure division.

       00-main.
           accept ws-today from date yyyymmdd.
           move ws-today to ws-batch-id.
           string "../../../data/MasterAgeOff_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

           perform 04-verify-operator
               thru 04-verify-exit.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           perform 05-load-retention.
           perform 06-load-age-off-log.
           perform 07-load-open-special-orders.

           open output report-file.
           move ws-today to rh-run-date.
           write report-line from ws-report-heading.
           write report-line from ws-operator-line
               after advancing 1 line.
           write report-line from ws-line-break.
           write report-line from ws-column-heading.

      * warranties go first - the ones kept are what hold their
      * sales in the sales history
           perform 10-age-warranty
               thru 10-age-warranty-exit.
           perform 20-age-sales-history
               thru 20-age-sales-history-exit.
           perform 30-age-layaways
               thru 30-age-layaways-exit.
           perform 40-age-gift-cards
               thru 40-age-gift-cards-exit.
           perform 50-age-po-lines
               thru 50-age-po-lines-exit.

           write report-line from ws-held-note
               after advancing 2 lines.
           move ws-total-moved to tl-moved.
           write report-line from ws-total-line
               after advancing 1 line.
           close report-file.

      * stamp the end of this run into the run history
           move "E" to ws-rl-record-type.
           move ws-total-read to ws-rl-records-read.
           move ws-total-moved to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * the only argument names the operator; the master - when it
      * exists - must carry the id with the maintenance permission
       04-verify-operator.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value
               on exception
                   move spaces to ws-operator-id
           end-accept.
           move ws-operator-id to ol2-operator.

           open input operator-master-file.
           if ws-op-file-status is not equal to "00"
               display "MASTERAGEOFF: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "MASTERAGEOFF: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "MASTERAGEOFF: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-maint-perm is not equal to "Y"
               display "MASTERAGEOFF: OPERATOR NOT AUTHORIZED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           close operator-master-file.
           move ws-operator-id to ws-rl-operator-id.

       04-verify-exit.
           exit.

      * each line of the retention file overrides its master's
      * compiled-in default; a name the table doesn't know is ignored
       05-load-retention.
           move "N" to ws-eof-flag.
           open input retention-file.
           if ws-ret-file-status = "00"
               read retention-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if rt-days is numeric
                       perform varying ws-ret-idx from 1 by 1
                           until ws-ret-idx > 5
                           if ws-ret-master(ws-ret-idx) = rt-master
                               move rt-days to ws-ret-days(ws-ret-idx)
                           end-if
                       end-perform
                   end-if
                   read retention-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close retention-file
           end-if.
           move "N" to ws-eof-flag.

       06-load-age-off-log.
           move "N" to ws-eof-flag.
           open input age-off-log-file.
           if ws-ao-file-status = "00"
               read age-off-log-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-ao-count >= 20000
                       display "MASTERAGEOFF: AGE-OFF REGISTER TABLE "
                           "FULL - RAISE LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-ao-count
                   move ao-master to ws-ao-master(ws-ao-count)
                   move ao-run-date to ws-ao-run-date(ws-ao-count)
                   read age-off-log-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close age-off-log-file
           end-if.
           move "N" to ws-eof-flag.

      * the PO numbers special orders not yet collected are waiting
      * on - a closed PO line behind one of them stays on file
       07-load-open-special-orders.
           move "N" to ws-eof-flag.
           open input special-order-file.
           if ws-so-file-status = "00"
               read special-order-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if so-status is not equal to "C"
                       and so-po-number is not equal to spaces
                       if ws-sp-count >= 5000
                           display "MASTERAGEOFF: SPECIAL ORDER PO "
                               "TABLE FULL - RAISE LIMIT AND RERUN"
                               upon console
                           move 16 to return-code
                           goback
                       end-if
                       add 1 to ws-sp-count
                       move so-po-number to ws-sp-po-number(ws-sp-count)
                   end-if
                   read special-order-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close special-order-file
           end-if.
           move "N" to ws-eof-flag.

      * warranties past their retention from the day the unit sold
       10-age-warranty.
           move 1 to ws-master-idx.
           perform 60-start-master.
           open i-o warranty-file.
           if ws-wr-file-status is not equal to "00"
               perform 68-print-missing
               go to 10-age-warranty-exit
           end-if.
           if ws-ret-days(ws-master-idx) = 0
               close warranty-file
               perform 69-print-never
               go to 10-age-warranty-exit
           end-if.
           move "N" to ws-eof-flag.
           read warranty-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add 1 to ws-read-count
               move wr-sale-date to ws-age-date
               perform 70-check-age
                   thru 70-check-age-exit
               if ws-past-retention = "Y"
                   move warranty-record to age-off-archive-line
                   perform 62-archive-one
                   delete warranty-file record
               else
                   perform 12-note-kept-warranty
                       thru 12-note-kept-exit
               end-if
               read warranty-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close warranty-file.
           perform 64-finish-master.

       10-age-warranty-exit.
           exit.

      * a warranty kept on the registry holds its sale only when that
      * sale is itself old enough to age off - younger ones needn't
      * take a table slot
       12-note-kept-warranty.
           if ws-age-days <= ws-ret-days(2)
               or ws-ret-days(2) = 0
               go to 12-note-kept-exit
           end-if.
           if ws-kw-count >= 20000
               display "MASTERAGEOFF: KEPT WARRANTY TABLE FULL - "
                   "RAISE LIMIT AND RERUN" upon console
               move 16 to return-code
               goback
           end-if.
           add 1 to ws-kw-count.
           move wr-invoice-number to ws-kw-invoice(ws-kw-count).

       12-note-kept-exit.
           exit.

      * sales history lines past retention from the transaction date,
      * unless the invoice is still on an open layaway, a delivery
      * still to be made or a warranty still registered
       20-age-sales-history.
           move 2 to ws-master-idx.
           perform 60-start-master.
           open i-o sales-history-file.
           if ws-sh-file-status is not equal to "00"
               perform 68-print-missing
               go to 20-age-sales-history-exit
           end-if.
           if ws-ret-days(ws-master-idx) = 0
               close sales-history-file
               perform 69-print-never
               go to 20-age-sales-history-exit
           end-if.
           open input layaway-ref-file.
           if ws-lr-file-status = "00"
               move "Y" to ws-lr-file-available
           end-if.
           open input delivery-file.
           if ws-dv-file-status = "00"
               move "Y" to ws-dv-file-available
           end-if.
           move "N" to ws-eof-flag.
           read sales-history-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add 1 to ws-read-count
               move sh-transaction-date to ws-age-date
               perform 70-check-age
                   thru 70-check-age-exit
               if ws-past-retention = "Y"
                   perform 22-check-sale-refs
                   if ws-referenced = "Y"
                       add 1 to ws-held-count
                   else
                       move sales-history-record
                           to age-off-archive-line
                       perform 62-archive-one
                       delete sales-history-file record
                   end-if
               end-if
               read sales-history-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close sales-history-file.
           if ws-lr-file-available = "Y"
               close layaway-ref-file
               move "N" to ws-lr-file-available
           end-if.
           if ws-dv-file-available = "Y"
               close delivery-file
               move "N" to ws-dv-file-available
           end-if.
           perform 64-finish-master.

       20-age-sales-history-exit.
           exit.

       22-check-sale-refs.
           move "N" to ws-referenced.
           if ws-lr-file-available = "Y"
               move sh-invoice-number to lr-invoice-number
               read layaway-ref-file
                   invalid key
                       continue
                   not invalid key
                       if lr-status = "O"
                           move "Y" to ws-referenced
                       end-if
               end-read
           end-if.
           if ws-referenced is not equal to "Y"
               move sh-invoice-number to dv-invoice-number
               perform 72-check-delivery
           end-if.
           if ws-referenced is not equal to "Y"
               perform varying ws-kw-idx from 1 by 1
                   until ws-kw-idx > ws-kw-count
                   or ws-referenced = "Y"
                   if ws-kw-invoice(ws-kw-idx) = sh-invoice-number
                       move "Y" to ws-referenced
                   end-if
               end-perform
           end-if.

      * paid-off and cancelled layaways past retention from their
      * last payment (the day they opened, where none ever posted),
      * unless a delivery is still to be made on the invoice
       30-age-layaways.
           move 3 to ws-master-idx.
           perform 60-start-master.
           open i-o layaway-master-file.
           if ws-lm-file-status is not equal to "00"
               perform 68-print-missing
               go to 30-age-layaways-exit
           end-if.
           if ws-ret-days(ws-master-idx) = 0
               close layaway-master-file
               perform 69-print-never
               go to 30-age-layaways-exit
           end-if.
           open input delivery-file.
           if ws-dv-file-status = "00"
               move "Y" to ws-dv-file-available
           end-if.
           move "N" to ws-eof-flag.
           read layaway-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add 1 to ws-read-count
               if lm-status = "C" or lm-status = "X"
                   move lm-last-payment-date to ws-age-date
                   if lm-last-payment-date is not numeric
                       or lm-last-payment-date = 0
                       move lm-open-date to ws-age-date
                   end-if
                   perform 70-check-age
                       thru 70-check-age-exit
                   if ws-past-retention = "Y"
                       move "N" to ws-referenced
                       move lm-invoice-number to dv-invoice-number
                       perform 72-check-delivery
                       if ws-referenced = "Y"
                           add 1 to ws-held-count
                       else
                           move layaway-master-record
                               to age-off-archive-line
                           perform 62-archive-one
                           delete layaway-master-file record
                       end-if
                   end-if
               end-if
               read layaway-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close layaway-master-file.
           if ws-dv-file-available = "Y"
               close delivery-file
               move "N" to ws-dv-file-available
           end-if.
           perform 64-finish-master.

       30-age-layaways-exit.
           exit.

      * fully redeemed cards with nothing left on them, past
      * retention from their last activity
       40-age-gift-cards.
           move 4 to ws-master-idx.
           perform 60-start-master.
           open i-o gift-card-file.
           if ws-gc-file-status is not equal to "00"
               perform 68-print-missing
               go to 40-age-gift-cards-exit
           end-if.
           if ws-ret-days(ws-master-idx) = 0
               close gift-card-file
               perform 69-print-never
               go to 40-age-gift-cards-exit
           end-if.
           move "N" to ws-eof-flag.
           read gift-card-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add 1 to ws-read-count
               if gc-status = "C" and gc-balance = 0
                   move gc-last-activity to ws-age-date
                   if gc-last-activity is not numeric
                       or gc-last-activity = 0
                       move gc-issue-date to ws-age-date
                   end-if
                   perform 70-check-age
                       thru 70-check-age-exit
                   if ws-past-retention = "Y"
                       move gift-card-record to age-off-archive-line
                       perform 62-archive-one
                       delete gift-card-file record
                   end-if
               end-if
               read gift-card-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close gift-card-file.
           perform 64-finish-master.

       40-age-gift-cards-exit.
           exit.

      * closed PO lines past retention from the order date, unless an
      * open special order is still waiting on the PO
       50-age-po-lines.
           move 5 to ws-master-idx.
           perform 60-start-master.
           open i-o po-master-file.
           if ws-po-file-status is not equal to "00"
               perform 68-print-missing
               go to 50-age-po-lines-exit
           end-if.
           if ws-ret-days(ws-master-idx) = 0
               close po-master-file
               perform 69-print-never
               go to 50-age-po-lines-exit
           end-if.
           move "N" to ws-eof-flag.
           read po-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add 1 to ws-read-count
               if po-status = "C"
                   move po-order-date to ws-age-date
                   perform 70-check-age
                       thru 70-check-age-exit
                   if ws-past-retention = "Y"
                       move "N" to ws-referenced
                       perform varying ws-sp-idx from 1 by 1
                           until ws-sp-idx > ws-sp-count
                           or ws-referenced = "Y"
                           if ws-sp-po-number(ws-sp-idx) = po-number
                               move "Y" to ws-referenced
                           end-if
                       end-perform
                       if ws-referenced = "Y"
                           add 1 to ws-held-count
                       else
                           move po-master-record
                               to age-off-archive-line
                           perform 62-archive-one
                           delete po-master-file record
                       end-if
                   end-if
               end-if
               read po-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close po-master-file.
           perform 64-finish-master.

       50-age-po-lines-exit.
           exit.

      * resets the counts and names the master's dated archive
       60-start-master.
           move 0 to ws-read-count ws-moved-count ws-held-count.
           move "N" to ws-arc-file-open.
           move spaces to ws-archive-filename.
           string "../../../data/agedoff_" delimited by size
               ws-ret-master(ws-master-idx) delimited by space
               "_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-archive-filename.

      * one record into the archive - opened on the first record
      * moved, so a master with nothing to age off leaves no empty
      * archive behind; a second run the same day adds to it
       62-archive-one.
           if ws-arc-file-open is not equal to "Y"
               open extend age-off-archive-file
               if ws-arc-file-status is not equal to "00"
                   open output age-off-archive-file
               end-if
               move "Y" to ws-arc-file-open
           end-if.
           write age-off-archive-line.
           add 1 to ws-moved-count.

      * closes the archive, notes it in the register and prints the
      * master's line
       64-finish-master.
           if ws-arc-file-open = "Y"
               close age-off-archive-file
               move "N" to ws-arc-file-open
               perform 66-register-archive
                   thru 66-register-exit
           end-if.
           add ws-read-count to ws-total-read.
           add ws-moved-count to ws-total-moved.
           move ws-ret-master(ws-master-idx) to ml-master.
           move ws-ret-days(ws-master-idx) to ml-days.
           move ws-read-count to ml-read.
           move ws-moved-count to ml-moved.
           move ws-held-count to ml-held.
           if ws-moved-count > 0
               move ws-archive-filename(15:38) to ml-archive
           else
               move spaces to ml-archive
           end-if.
           write report-line from ws-master-line
               after advancing 1 line.

       66-register-archive.
           move "N" to ws-ao-found.
           perform varying ws-ao-idx from 1 by 1
               until ws-ao-idx > ws-ao-count
               if ws-ao-master(ws-ao-idx) = ws-ret-master(ws-master-idx)
                   and ws-ao-run-date(ws-ao-idx) = ws-today
                   move "Y" to ws-ao-found
               end-if
           end-perform.
           if ws-ao-found = "Y"
               go to 66-register-exit
           end-if.
           open extend age-off-log-file.
           if ws-ao-file-status is not equal to "00"
               open output age-off-log-file
           end-if.
           if ws-ao-file-status = "00"
               move ws-ret-master(ws-master-idx) to ao-master
               move ws-today to ao-run-date
               move ws-moved-count to ao-record-count
               write age-off-log-record
               close age-off-log-file
           end-if.

       66-register-exit.
           exit.

       68-print-missing.
           move ws-ret-master(ws-master-idx) to mis-master.
           write report-line from ws-missing-line
               after advancing 1 line.

       69-print-never.
           move ws-ret-master(ws-master-idx) to nv-master.
           write report-line from ws-never-line
               after advancing 1 line.

      * Y when ws-age-date is older than the master's retention - a
      * date that isn't a real YYYYMMDD never qualifies
       70-check-age.
           move "N" to ws-past-retention.
           move 0 to ws-age-days.
           if ws-age-date is not numeric
               or ws-age-date < 16010101
               or ws-age-date > ws-today
               go to 70-check-age-exit
           end-if.
           compute ws-age-days =
               function integer-of-date(ws-today)
               - function integer-of-date(ws-age-date).
           if ws-age-days > ws-ret-days(ws-master-idx)
               move "Y" to ws-past-retention
           end-if.

       70-check-age-exit.
           exit.

      * a delivery still scheduled holds the invoice's records
       72-check-delivery.
           if ws-dv-file-available = "Y"
               read delivery-file
                   invalid key
                       continue
                   not invalid key
                       if dv-status = "S"
                           move "Y" to ws-referenced
                       end-if
               end-read
           end-if.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="MASTERAGEOFF"==.

       end program MasterAgeOff.
